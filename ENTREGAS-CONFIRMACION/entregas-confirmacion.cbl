      *                    reprogramado con fecha nueva) en el
      *                    estado de entrega del remito, sin tocar
      *                    su ciclo de facturacion.
      *   15/10/2026  SIS  COT de ARBA: un remito que espera COT no
      *                    salio a reparto y no admite resultado de
      *                    entrega. Nueva opcion V para volver a
      *                    poner en viaje un remito reprogramado o
      *                    que esperaba COT, que exige COT otorgado
      *                    y vigente en COTREM cuando el remito esta
      *                    sujeto a COT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REMITOS.SEL".
           COPY "COTREM.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "REMITOS.CPY".
           COPY "COTREM.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-REMITOS              PIC X(02).
       77  STATUS-COTREM               PIC X(02).
       77  WK-HAY-COTREM               PIC X(01) VALUE "N".
       77  WK-EXISTE-COTREM            PIC X(01).
       77  WK-REGISTRAR                PIC X(01).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
              DISPLAY "SIN REMITOS - STATUS ", STATUS-REMITOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT COTREM
           IF STATUS-COTREM = "00"
              MOVE "S" TO WK-HAY-COTREM
           END-IF.
       1000-EXIT.
           EXIT.
                   REMITO-CLIENTE, " FECHA ", REMITO-FECHA,
                   " ENTREGA ACTUAL: ", REMITO-ESTADO-ENTREGA
           DISPLAY "RESULTADO (E=ENTREGADO Z=RECHAZADO "
                   "G=REPROGRAMADO V=EN VIAJE): "
           ACCEPT WK-OPCION
           IF REMITO-ESPERA-COT AND WK-OPCION NOT = "V"
              DISPLAY "EL REMITO ESPERA COT - NO SALIO A REPARTO"
              GO TO 2100-EXIT
           END-IF
           MOVE "S" TO WK-REGISTRAR
           EVALUATE WK-OPCION
              WHEN "V"
                 PERFORM 6000-EN-VIAJE THRU 6000-EXIT
              WHEN "E"
                 PERFORM 3000-ENTREGADO THRU 3000-EXIT
              WHEN "Z"
                 DISPLAY "OPCION INVALIDA"
                 GO TO 2100-EXIT
           END-EVALUATE
           IF WK-REGISTRAR = "N"
              GO TO 2100-EXIT
           END-IF
           REWRITE REMITO-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL REMITO"
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    Vuelve a poner en viaje un remito reprogramado o que
      *    esperaba COT. Si el remito esta sujeto a COT (espera COT
      *    o tiene registro en COTREM) necesita el COT otorgado y
      *    sin vencer.
      ******************************************************************
       6000-EN-VIAJE.
           IF NOT REMITO-REPROGRAMADO AND NOT REMITO-ESPERA-COT
              DISPLAY "SOLO UN REMITO REPROGRAMADO O QUE ESPERA COT "
                      "VUELVE A PONERSE EN VIAJE"
              MOVE "N" TO WK-REGISTRAR
              GO TO 6000-EXIT
           END-IF
           MOVE "N" TO WK-EXISTE-COTREM
           IF WK-HAY-COTREM = "S"
              MOVE REMITO-NRO TO COTREM-REMITO
              MOVE "S" TO WK-EXISTE-COTREM
              READ COTREM
                  INVALID KEY MOVE "N" TO WK-EXISTE-COTREM
              END-READ
           END-IF
           IF WK-EXISTE-COTREM = "N" AND REMITO-ESPERA-COT
              DISPLAY "EL REMITO NO TIENE COT - NO PUEDE SALIR"
              MOVE "N" TO WK-REGISTRAR
              GO TO 6000-EXIT
           END-IF
           IF WK-EXISTE-COTREM = "S"
              IF NOT COTREM-OTORGADO
                 OR COTREM-VTO < WK-FECHA-HOY
                 DISPLAY "EL REMITO NO TIENE COT VALIDO - ",
                         "NO PUEDE SALIR"
                 MOVE "N" TO WK-REGISTRAR
                 GO TO 6000-EXIT
              END-IF
           END-IF
           MOVE SPACE  TO REMITO-ESTADO-ENTREGA
           MOVE ZEROS  TO REMITO-FECHA-ENTREGA
                          REMITO-FECHA-REPROG
           MOVE SPACES TO REMITO-RECIBIDO-POR
                          REMITO-MOTIVO-RECHAZO.
       6000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE REMITOS
           IF WK-HAY-COTREM = "S"
              CLOSE COTREM
           END-IF.
       9000-EXIT.
           EXIT.

