      *                    contacto. Invocable desde la pantalla de
      *                    clientes con la clave por parametro,
      *                    igual que el ABM de sucursales.
      *   15/10/2026  SIS  La localidad y el codigo postal se
      *                    validan contra el maestro de localidades
      *                    LOCALID; si no coinciden se muestran las
      *                    localidades de ese codigo postal.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "CLIENTE.SEL".
           COPY "LUGENTRE.SEL".
           COPY "WPCIAS.SEL".
           COPY "LOCALID.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "LUGENTRE.CPY".
           COPY "WPCIAS.CPY".
           COPY "LOCALID.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-LUGENTRE             PIC X(02).
       77  STATUS-WPCIAS               PIC X(02).
       77  STATUS-LOCALID              PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-LUGENTRE          PIC X(01).
       77  WK-EXISTE-WPCIAS            PIC X(01).
       77  WK-HAY-WPCIAS               PIC X(01) VALUE "S".
       77  WK-HAY-LOCALID              PIC X(01) VALUE "S".
       77  WK-EXISTE-LOCALID           PIC X(01).
       77  WK-EOF-LOCALID              PIC X(01).
       77  WK-CP-BUSCA                 PIC X(08).
       77  WK-OPCION                   PIC X(01).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-PROVINCIA                PIC 9(02).
           OPEN INPUT WPCIAS
           IF STATUS-WPCIAS = "35"
              MOVE "N" TO WK-HAY-WPCIAS
           END-IF
           OPEN INPUT LOCALID
           IF STATUS-LOCALID = "35"
              MOVE "N" TO WK-HAY-LOCALID
           END-IF.
       1000-EXIT.
           EXIT.
              END-IF
           END-IF
           MOVE WK-PROVINCIA TO LUGENTRE-PROVINCIA
           PERFORM 8300-VALIDAR-LOCALIDAD THRU 8300-EXIT
           IF WK-EXISTE-LOCALID = "N"
              DISPLAY "LOCALIDAD Y CODIGO POSTAL INEXISTENTES "
                      "EN EL MAESTRO LOCALID"
              PERFORM 8310-MOSTRAR-LOCALIDADES THRU 8310-EXIT
              GO TO 3000-EXIT
           END-IF
           DISPLAY "VENTANA DE ENTREGA: "
           ACCEPT LUGENTRE-VENTANA
           DISPLAY "TELEFONO DE CONTACTO: "
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    La localidad (en mayusculas) y el codigo postal tienen que
      *    existir en LOCALID para la provincia cargada. Un codigo
      *    postal argentino (CPA, letra y cuatro digitos) se busca
      *    por sus cuatro digitos. Sin maestro de localidades, o con
      *    el domicilio sin localidad ni codigo postal, no se valida.
      ******************************************************************
       8300-VALIDAR-LOCALIDAD.
           MOVE "S" TO WK-EXISTE-LOCALID
           INSPECT LUGENTRE-LOCALIDAD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WK-HAY-LOCALID = "N"
              OR (LUGENTRE-LOCALIDAD = SPACES
                  AND LUGENTRE-CODIGO-POSTAL = SPACES)
              GO TO 8300-EXIT
           END-IF
           MOVE LUGENTRE-CODIGO-POSTAL TO WK-CP-BUSCA
           IF LUGENTRE-CODIGO-POSTAL(1:1) NOT NUMERIC
              AND LUGENTRE-CODIGO-POSTAL(2:4) NUMERIC
              MOVE LUGENTRE-CODIGO-POSTAL(2:4) TO WK-CP-BUSCA
           END-IF
           MOVE LUGENTRE-PROVINCIA TO LOCALID-PROVINCIA
           MOVE WK-CP-BUSCA        TO LOCALID-CODIGO-POSTAL
           MOVE LUGENTRE-LOCALIDAD TO LOCALID-NOMBRE
           READ LOCALID
               INVALID KEY MOVE "N" TO WK-EXISTE-LOCALID
           END-READ.
       8300-EXIT.
           EXIT.

       8310-MOSTRAR-LOCALIDADES.
           MOVE "N" TO WK-EOF-LOCALID
           MOVE LUGENTRE-PROVINCIA TO LOCALID-PROVINCIA
           MOVE WK-CP-BUSCA        TO LOCALID-CODIGO-POSTAL
           MOVE LOW-VALUES         TO LOCALID-NOMBRE
           START LOCALID KEY > LOCALID-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-LOCALID
           END-START
           PERFORM 8320-MOSTRAR-LOCALIDAD THRU 8320-EXIT
               UNTIL WK-EOF-LOCALID = "S".
       8310-EXIT.
           EXIT.

       8320-MOSTRAR-LOCALIDAD.
           READ LOCALID NEXT
               AT END MOVE "S" TO WK-EOF-LOCALID
           END-READ
           IF WK-EOF-LOCALID = "S"
              OR LOCALID-PROVINCIA NOT = LUGENTRE-PROVINCIA
              OR LOCALID-CODIGO-POSTAL NOT = WK-CP-BUSCA
              MOVE "S" TO WK-EOF-LOCALID
              GO TO 8320-EXIT
           END-IF
           DISPLAY "  CP ", LOCALID-CODIGO-POSTAL, " ",
                   LOCALID-NOMBRE, " ", LOCALID-PARTIDO.
       8320-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE LUGENTRE
           IF WK-HAY-WPCIAS = "S"
              CLOSE WPCIAS
           END-IF
           IF WK-HAY-LOCALID = "S"
              CLOSE LOCALID
           END-IF.
       9000-EXIT.
           EXIT.
