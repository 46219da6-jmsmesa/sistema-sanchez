      *                    autorizada, marca las rechazadas con el
      *                    codigo de observacion de AFIP y las
      *                    lista para corregir y reenviar.
      *   15/10/2026  SIS  La factura que queda autorizada se encola
      *                    en NOTIFQUE (evento FC) para avisarla al
      *                    contacto de facturacion del cliente.
      *   15/10/2026  SIS  El aviso de la factura autorizada va a la
      *                    sucursal de la factura (FACTURA-SUCURSAL).
      *   15/10/2026  SIS  Operacion con varias empresas: la
      *                    respuesta trae el numero AFIP de la
      *                    factura; la clave se arma sumandole el
      *                    bloque de numeracion de la empresa con la
      *                    que se trabaja (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FACTURAS.SEL".
           COPY "CLIENTE.SEL".
           COPY "NOTIFQUE.SEL".

           SELECT RESPUESTA-ENTRADA ASSIGN TO "WSFERSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "FACTURAS.CPY".
           COPY "CLIENTFD.CPY".
           COPY "NOTIFQUE.CPY".

       FD  RESPUESTA-ENTRADA
                   LABEL RECORD STANDARD.
       01  RESPUESTA-REG.
           03  RSP-LETRA               PIC X(01).
           03  RSP-NRO                 PIC 9(08).
      *        Numero AFIP, sin el bloque de numeracion de la empresa
           03  RSP-RESULTADO           PIC X(01).
      *        'A' autorizada  'R' rechazada
           03  RSP-CAE                 PIC 9(14).
       77  WK-EOF-ENTRADA              PIC X(01) VALUE "N".
           88  EOF-ENTRADA                       VALUE "S".
       77  WK-EXISTE-FACTURA           PIC X(01).
      *    La respuesta es de la solicitud de la empresa con la que
      *    se trabaja: su bloque se suma al numero AFIP
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.

      ******************************************************************
      *    Aviso de factura autorizada en la cola de notificaciones;
      *    el e-mail sale del maestro de clientes.
      ******************************************************************
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-NOTIFQUE             PIC X(02).
       77  WK-HAY-CLIENTE              PIC X(01) VALUE "N".
       77  WK-EOF-NOTIFQUE             PIC X(01).
       77  WK-ULT-NOTIF                PIC 9(08) VALUE ZERO.
       77  WK-YA-AUTORIZADA            PIC X(01).

       77  WK-TOTAL-AUTORIZADAS        PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-RECHAZADAS         PIC 9(07) VALUE ZERO.
           GOBACK.

       1000-INICIALIZAR.
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN INPUT RESPUESTA-ENTRADA
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR WSFERSP.TXT - STATUS ",
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           IF STATUS-CLIENTE = "00"
              MOVE "S" TO WK-HAY-CLIENTE
           END-IF
           OPEN I-O NOTIFQUE
           IF STATUS-NOTIFQUE = "35"
              OPEN OUTPUT NOTIFQUE
              CLOSE NOTIFQUE
              OPEN I-O NOTIFQUE
           END-IF
           PERFORM 8410-BUSCAR-ULT-NOTIF THRU 8410-EXIT
           OPEN OUTPUT RPT-RECHAZOS
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA

       2200-APLICAR-RESPUESTA.
           MOVE RSP-LETRA TO FACTURA-LETRA
           COMPUTE FACTURA-NRO = RSP-NRO + WK-EMPRESA * 10000000
           MOVE "S" TO WK-EXISTE-FACTURA
           READ FACTURAS
               INVALID KEY MOVE "N" TO WK-EXISTE-FACTURA
           END-READ
           IF WK-EXISTE-FACTURA = "N"
              ADD 1 TO WK-TOTAL-SIN-FACTURA
              DISPLAY "RESPUESTA SIN FACTURA: ", FACTURA-LETRA, "-",
                      FACTURA-NRO
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE "N" TO WK-YA-AUTORIZADA
           IF FACTURA-CAE-ESTADO = "A"
              MOVE "S" TO WK-YA-AUTORIZADA
           END-IF
           IF RSP-RESULTADO = "A"
              MOVE RSP-CAE     TO FACTURA-CAE
              MOVE RSP-CAE-VTO TO FACTURA-CAE-VTO
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR LA FACTURA ",
                          FACTURA-LETRA, "-", FACTURA-NRO
           END-REWRITE
      *    una respuesta repetida de una factura ya autorizada no
      *    vuelve a avisar
           IF RSP-RESULTADO = "A" AND WK-YA-AUTORIZADA = "N"
              AND STATUS-FACTURAS = "00"
              PERFORM 8400-ENCOLAR-NOTIFICACION THRU 8400-EXIT
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT.
       2200-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Encola el aviso de factura autorizada con el e-mail del
      *    maestro al momento de encolar; la referencia es el
      *    numero de factura. La numeracion sigue al ultimo numero
      *    encontrado al abrir.
      ******************************************************************
       8400-ENCOLAR-NOTIFICACION.
           MOVE SPACES TO A101-EMAIL
           IF WK-HAY-CLIENTE = "S"
              MOVE FACTURA-CLIENTE TO A101-CLIENTE
              READ CLIENTE
                  INVALID KEY MOVE SPACES TO A101-EMAIL
              END-READ
           END-IF
           MOVE SPACES TO NOTIF-REG
           ADD 1 TO WK-ULT-NOTIF
           MOVE WK-ULT-NOTIF    TO NOTIF-NRO
           MOVE FACTURA-CLIENTE TO NOTIF-CLIENTE
           MOVE "FC"            TO NOTIF-EVENTO
           MOVE FACTURA-NRO     TO NOTIF-REFERENCIA
           MOVE A101-EMAIL      TO NOTIF-EMAIL
           ACCEPT NOTIF-FECHA-ALTA FROM DATE YYYYMMDD
           MOVE "P"             TO NOTIF-ESTADO
           MOVE ZEROS           TO NOTIF-FECHA-ENVIO
           MOVE ZEROS           TO NOTIF-SUCURSAL
           IF FACTURA-SUCURSAL NUMERIC
              MOVE FACTURA-SUCURSAL TO NOTIF-SUCURSAL
           END-IF
           WRITE NOTIF-REG
               INVALID KEY CONTINUE
           END-WRITE.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    Busca el ultimo numero de aviso usado en la cola.
      ******************************************************************
       8410-BUSCAR-ULT-NOTIF.
           MOVE ZERO TO WK-ULT-NOTIF
           MOVE "N" TO WK-EOF-NOTIFQUE
           MOVE ZEROS TO NOTIF-NRO
           START NOTIFQUE KEY >= NOTIF-NRO
               INVALID KEY MOVE "S" TO WK-EOF-NOTIFQUE
           END-START
           PERFORM 8420-LEER-NOTIF-NEXT THRU 8420-EXIT
               UNTIL WK-EOF-NOTIFQUE = "S".
       8410-EXIT.
           EXIT.

       8420-LEER-NOTIF-NEXT.
           READ NOTIFQUE NEXT
               AT END MOVE "S" TO WK-EOF-NOTIFQUE
           END-READ
           IF WK-EOF-NOTIFQUE = "N"
              MOVE NOTIF-NRO TO WK-ULT-NOTIF
           END-IF.
       8420-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE RESPUESTA-ENTRADA
           CLOSE FACTURAS
           CLOSE RPT-RECHAZOS
           CLOSE NOTIFQUE
           IF WK-HAY-CLIENTE = "S"
              CLOSE CLIENTE
           END-IF.
       9000-EXIT.
           EXIT.

