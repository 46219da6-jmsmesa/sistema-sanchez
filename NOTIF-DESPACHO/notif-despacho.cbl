      *                    correo) y lo marca enviado; los avisos
      *                    sin e-mail cargado quedan fallidos para
      *                    revisarlos con NOTIF-CONSULTA.
      *   15/10/2026  SIS  Asunto del aviso de debito automatico
      *                    rechazado.
      *   15/10/2026  SIS  Asuntos del primer y segundo aviso de
      *                    saldo vencido del ciclo de intimacion.
      *   15/10/2026  SIS  Cada aviso va a los contactos del cliente
      *                    (CONTACTO) con el rol del evento: resumen,
      *                    debito rechazado y avisos de deuda a
      *                    pagos, bloqueo a compras y facturas
      *                    emitidas a facturacion; primero los de la
      *                    sucursal del aviso, despues los de la casa
      *                    central y sin ninguno al e-mail del
      *                    maestro. Asunto del aviso de factura.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NOTIFQUE.SEL".
           COPY "CONTACTO.SEL".

           SELECT MAIL-SALIDA ASSIGN TO "MAILSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "NOTIFQUE.CPY".
           COPY "CONTACTO.CPY".

       FD  MAIL-SALIDA
                   LABEL RECORD STANDARD.
       WORKING-STORAGE SECTION.
       77  STATUS-NOTIFQUE             PIC X(02).
       77  STATUS-MAIL                 PIC X(02).
       77  STATUS-CONTACTO             PIC X(02).

       77  WK-EOF-NOTIFQUE             PIC X(01) VALUE "N".
           88  EOF-NOTIFQUE                      VALUE "S".
       77  WK-TOTAL-FALLIDOS           PIC 9(07) VALUE ZERO.
       77  WK-ASUNTO                   PIC X(40).

      ******************************************************************
      *    Destinatarios del aviso en proceso: rol que corresponde
      *    al evento, sucursal en la que se buscan los contactos y
      *    cantidad de mensajes emitidos.
      ******************************************************************
       77  WK-HAY-CONTACTO             PIC X(01) VALUE "N".
       77  WK-EOF-CONTACTO             PIC X(01).
       77  WK-ROL                      PIC X(02).
       77  WK-SUCURSAL                 PIC 9(02).
       77  WK-CANT-DESTINOS            PIC 9(03).
       77  WK-EMAIL-DESTINO            PIC X(50).

       01  WK-LINEA-MAIL.
           03  FILLER                  PIC X(05) VALUE "PARA ".
           03  WK-M-EMAIL              PIC X(50).
           OPEN EXTEND MAIL-SALIDA
           IF STATUS-MAIL = "35"
              OPEN OUTPUT MAIL-SALIDA
           END-IF
           OPEN INPUT CONTACTO
           IF STATUS-CONTACTO = "00"
              MOVE "S" TO WK-HAY-CONTACTO
           END-IF.
       1000-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      *    Emite un aviso pendiente a los contactos del rol del
      *    evento: los de la sucursal del aviso, si no hay los de
      *    la casa central y si tampoco el e-mail del maestro
      *    guardado al encolar. Sin ningun destinatario queda
      *    fallido; con alguno queda enviado con la fecha del dia.
      ******************************************************************
       2200-DESPACHAR.
           EVALUATE TRUE
              WHEN NOTIF-EVENTO-BLOQUEO
                 MOVE "SU CUENTA HA SIDO BLOQUEADA" TO WK-ASUNTO
                 MOVE "CO" TO WK-ROL
              WHEN NOTIF-EVENTO-RESUMEN
                 MOVE "SU RESUMEN DE CUENTA ESTA DISPONIBLE"
                     TO WK-ASUNTO
                 MOVE "PA" TO WK-ROL
              WHEN NOTIF-EVENTO-DEBITO-RECH
                 MOVE "NO PUDIMOS DEBITAR SU TARJETA DE CREDITO"
                     TO WK-ASUNTO
                 MOVE "PA" TO WK-ROL
              WHEN NOTIF-EVENTO-AVISO-1
                 MOVE "RECORDATORIO DE SALDO VENCIDO" TO WK-ASUNTO
                 MOVE "PA" TO WK-ROL
              WHEN NOTIF-EVENTO-AVISO-2
                 MOVE "SEGUNDO AVISO DE SALDO VENCIDO" TO WK-ASUNTO
                 MOVE "PA" TO WK-ROL
              WHEN NOTIF-EVENTO-FACTURA
                 MOVE "SU FACTURA ESTA DISPONIBLE" TO WK-ASUNTO
                 MOVE "FA" TO WK-ROL
              WHEN OTHER
                 MOVE "AVISO DE SU CUENTA" TO WK-ASUNTO
                 MOVE "PA" TO WK-ROL
           END-EVALUATE
           MOVE ZERO TO WK-CANT-DESTINOS
           IF NOTIF-SUCURSAL IS NUMERIC
              MOVE NOTIF-SUCURSAL TO WK-SUCURSAL
           ELSE
              MOVE ZERO TO WK-SUCURSAL
           END-IF
           IF WK-HAY-CONTACTO = "S"
              PERFORM 2300-ENVIAR-CONTACTOS THRU 2300-EXIT
              IF WK-CANT-DESTINOS = ZERO AND WK-SUCURSAL NOT = ZERO
                 MOVE ZERO TO WK-SUCURSAL
                 PERFORM 2300-ENVIAR-CONTACTOS THRU 2300-EXIT
              END-IF
           END-IF
           IF WK-CANT-DESTINOS = ZERO AND NOTIF-EMAIL NOT = SPACES
              MOVE NOTIF-EMAIL TO WK-EMAIL-DESTINO
              PERFORM 2400-ESCRIBIR-MAIL THRU 2400-EXIT
           END-IF
           IF WK-CANT-DESTINOS = ZERO
              MOVE "F" TO NOTIF-ESTADO
              ADD 1 TO WK-TOTAL-FALLIDOS
           ELSE
              MOVE "S" TO NOTIF-ESTADO
              MOVE WK-FECHA-HOY TO NOTIF-FECHA-ENVIO
              ADD 1 TO WK-TOTAL-ENVIADOS
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Un mensaje por cada contacto activo con e-mail del rol
      *    buscado en la sucursal WK-SUCURSAL del cliente.
      ******************************************************************
       2300-ENVIAR-CONTACTOS.
           MOVE "N" TO WK-EOF-CONTACTO
           MOVE NOTIF-CLIENTE TO CONTACTO-CLIENTE
           MOVE WK-SUCURSAL   TO CONTACTO-SUCURSAL
           MOVE ZERO          TO CONTACTO-NRO
           START CONTACTO KEY >= CONTACTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CONTACTO
           END-START
           PERFORM 2310-ENVIAR-CONTACTO THRU 2310-EXIT
               UNTIL WK-EOF-CONTACTO = "S".
       2300-EXIT.
           EXIT.

       2310-ENVIAR-CONTACTO.
           READ CONTACTO NEXT
               AT END MOVE "S" TO WK-EOF-CONTACTO
           END-READ
           IF WK-EOF-CONTACTO = "S"
              OR CONTACTO-CLIENTE NOT = NOTIF-CLIENTE
              OR CONTACTO-SUCURSAL NOT = WK-SUCURSAL
              MOVE "S" TO WK-EOF-CONTACTO
              GO TO 2310-EXIT
           END-IF
           IF CONTACTO-ACTIVO
              AND CONTACTO-ROL = WK-ROL
              AND CONTACTO-EMAIL NOT = SPACES
              MOVE CONTACTO-EMAIL TO WK-EMAIL-DESTINO
              PERFORM 2400-ESCRIBIR-MAIL THRU 2400-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

       2400-ESCRIBIR-MAIL.
           MOVE WK-EMAIL-DESTINO TO WK-M-EMAIL
           MOVE NOTIF-CLIENTE    TO WK-M-CLIENTE
           MOVE WK-ASUNTO        TO WK-M-ASUNTO
           WRITE MAIL-LINEA FROM WK-LINEA-MAIL
           ADD 1 TO WK-CANT-DESTINOS.
       2400-EXIT.
           EXIT.

       9000-FINALIZAR.
           DISPLAY "AVISOS ENVIADOS : ", WK-TOTAL-ENVIADOS
           DISPLAY "AVISOS FALLIDOS : ", WK-TOTAL-FALLIDOS
           CLOSE NOTIFQUE
           CLOSE MAIL-SALIDA
           IF WK-HAY-CONTACTO = "S"
              CLOSE CONTACTO
           END-IF.
       9000-EXIT.
           EXIT.

