      *                    Sin maestro de operadores cargado deja
      *                    pasar, para no dejar el sistema afuera
      *                    antes de cargar los usuarios.
      *   15/10/2026  SIS  Antes de la firma pide la empresa con la
      *                    que se trabaja, la valida contra su
      *                    registro de parametros, la deja en la
      *                    variable de ambiente EMPRESA y la graba en
      *                    la bitacora SESLOG.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "OPERADOR.SEL".
           COPY "SESLOG.SEL".
           COPY "PARAMS.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "OPERADOR.CPY".
           COPY "SESLOG.CPY".
           COPY "PARAMS.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-OPERADOR             PIC X(02).
       77  STATUS-SESLOG               PIC X(02).
       77  STATUS-PARAMS               PIC X(02).

       77  WK-EXISTE-OPERADOR          PIC X(01).
       77  WK-FIRMADO                  PIC X(01).
       77  WK-HASH                     PIC 9(09).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-RESULTADO-SESION         PIC X(01).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-ELEGIDA          PIC X(01).
           88  EMPRESA-ELEGIDA                   VALUE "S".

      ******************************************************************
      *    Area de la suma de dias para el nuevo vencimiento de la
           MOVE "N" TO WK-RESULTADO-PARAMETRO
           MOVE SPACES TO WK-USUARIO-PARAMETRO
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "N" TO WK-EMPRESA-ELEGIDA
           PERFORM 0500-ELEGIR-EMPRESA THRU 0500-EXIT
               UNTIL EMPRESA-ELEGIDA
           OPEN I-O OPERADOR
           IF STATUS-OPERADOR = "35"
      *       sin maestro cargado no hay contra que validar: se
           END-IF
           GOBACK.

      ******************************************************************
      *    Empresa (razon social) con la que se va a trabajar: 0 es
      *    la principal; las demas deben tener su registro de
      *    parametros "7n" cargado. La elegida queda en la variable
      *    de ambiente EMPRESA, de donde la toman los programas
      *    (rutina EMPRESA-ACTUAL) y la bitacora de sesiones.
      ******************************************************************
       0500-ELEGIR-EMPRESA.
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           DISPLAY "EMPRESA (0 = PRINCIPAL) - ACTUAL ", WK-EMPRESA,
                   ": "
           ACCEPT WK-EMPRESA
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              IF WK-EMPRESA NOT = ZERO
                 DISPLAY "SIN PARAMETROS DE EMPRESAS - SOLO EMPRESA 0"
                 GO TO 0500-EXIT
              END-IF
              MOVE "S" TO WK-EMPRESA-ELEGIDA
              GO TO 0500-PUBLICAR
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS = "00"
              DISPLAY "EMPRESA ", WK-EMPRESA, " - ",
                      FECH-70-EMPRESA-NOMBRE
              MOVE "S" TO WK-EMPRESA-ELEGIDA
           ELSE
              IF WK-EMPRESA = ZERO
                 MOVE "S" TO WK-EMPRESA-ELEGIDA
              ELSE
                 DISPLAY "EMPRESA ", WK-EMPRESA, " SIN PARAMETROS "
                         "CARGADOS"
              END-IF
           END-IF
           CLOSE PARAMS
           IF NOT EMPRESA-ELEGIDA
              GO TO 0500-EXIT
           END-IF.
       0500-PUBLICAR.
           DISPLAY "EMPRESA" UPON ENVIRONMENT-NAME
           DISPLAY WK-EMPRESA UPON ENVIRONMENT-VALUE.
       0500-EXIT.
           EXIT.

       1000-INTENTO-DE-FIRMA.
           DISPLAY "USUARIO: "
           ACCEPT WK-USUARIO
           ACCEPT SESLOG-FECHA    FROM DATE YYYYMMDD
           ACCEPT SESLOG-HORA     FROM TIME
           MOVE WK-RESULTADO-SESION TO SESLOG-RESULTADO
           MOVE WK-EMPRESA TO SESLOG-EMPRESA
           WRITE SESLOG-REG
           CLOSE SESLOG.
       3000-EXIT.
