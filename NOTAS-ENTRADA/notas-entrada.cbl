      *                    contra el maestro OPERADOR (habilitado y
      *                    con perfil SUPERVISOR); un nombre
      *                    tipeado ya no alcanza.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros de la empresa con la que se
      *                    trabaja (rutina EMPRESA-ACTUAL), numera
      *                    las notas por empresa y tipo dentro del
      *                    bloque de la empresa y graba la empresa en
      *                    la nota y en el movimiento.
      ******************************************************************

       ENVIRONMENT DIVISION.

      ******************************************************************
      *    Ultimo numero usado por tipo, para numerar correlativo.
      *    Cada empresa numera en su bloque: el primer digito del
      *    numero es el codigo de la empresa.
      ******************************************************************
       77  WK-ULT-NRO-NC               PIC 9(08) VALUE ZERO.
       77  WK-ULT-NRO-ND               PIC 9(08) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08) VALUE ZERO.
       77  WK-NRO-HASTA                PIC 9(08) VALUE 9999999.
       77  WK-NRO-NOTA                 PIC 9(08).

      ******************************************************************
      *    significa que toda NC exige autorizacion.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-TOPE-NC                  PIC 9(11)V99 VALUE ZERO.

       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
           IF STATUS-OPERADOR = "00"
              MOVE "S" TO WK-HAY-OPERADOR
           END-IF
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           MOVE "NC" TO WK-TIPO
           PERFORM 1100-BUSCAR-ULT-NOTA THRU 1100-EXIT
           MOVE WK-NRO-NOTA TO WK-ULT-NRO-NC
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           EXIT.

      ******************************************************************
      *    Recorre las notas del tipo WK-TIPO en el bloque de la
      *    empresa y deja en WK-NRO-NOTA el numero mas alto ya usado
      *    (el inicio del bloque si todavia no hay).
      ******************************************************************
       1100-BUSCAR-ULT-NOTA.
           MOVE WK-NRO-DESDE TO WK-NRO-NOTA
           MOVE "N" TO WK-EOF-NOTAMAN
           MOVE WK-TIPO      TO NOTAMAN-TIPO
           MOVE WK-NRO-DESDE TO NOTAMAN-NRO
           START NOTAMAN KEY >= NOTAMAN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-NOTAMAN
           END-START
           END-READ
           IF WK-EOF-NOTAMAN = "N"
              IF NOTAMAN-TIPO NOT = WK-TIPO
                 OR NOTAMAN-NRO > WK-NRO-HASTA
                 MOVE "S" TO WK-EOF-NOTAMAN
              ELSE
                 MOVE NOTAMAN-NRO TO WK-NRO-NOTA
           MOVE WK-MOTIVO     TO NOTAMAN-MOTIVO
           MOVE WK-USUARIO    TO NOTAMAN-USUARIO
           MOVE WK-SUPERVISOR TO NOTAMAN-SUPERVISOR
           MOVE WK-EMPRESA    TO NOTAMAN-EMPRESA
           MOVE "S" TO WK-NOTA-GRABADA
           WRITE NOTAMAN-REG
               INVALID KEY
           MOVE WK-FECHA-HOY   TO MOVCTA-FECHA
           MOVE 1              TO MOVCTA-SECUENCIA
           MOVE WK-TIPO        TO MOVCTA-TIPO
           MOVE WK-EMPRESA     TO MOVCTA-EMPRESA
           MOVE WK-OCURRENCIA  TO MOVCTA-OCURRENCIA
           IF WK-TIPO = "NC"
              COMPUTE MOVCTA-IMPORTE = ZERO - WK-IMPORTE
