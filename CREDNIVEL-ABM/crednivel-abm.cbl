       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CREDNIVEL-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de los
      *                    niveles de aprobacion de las solicitudes
      *                    de cambio de limite de credito
      *                    (CREDNIVEL): por nivel, el limite
      *                    propuesto hasta el que aprueba y el
      *                    OPERADOR-PERFIL que lo aprueba.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CREDNIVEL.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CREDNIVEL.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CREDNIVEL            PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CREDNIVEL         PIC X(01).
       77  WK-EOF-CREDNIVEL            PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-NIVEL                    PIC 9(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       01  WK-LINEA-NIVEL.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-NIVEL              PIC 9(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-HASTA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-PERFIL             PIC X(10).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-DESCRIPCION        PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN I-O CREDNIVEL
           IF STATUS-CREDNIVEL = "35"
              OPEN OUTPUT CREDNIVEL
              CLOSE CREDNIVEL
              OPEN I-O CREDNIVEL
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "NIVELES DE APROBACION DE LIMITES - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   L = LISTA   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "L"
              PERFORM 4000-LISTAR THRU 4000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M"
              AND NOT = "B" AND NOT = "C"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NIVEL (1 A 9): "
           ACCEPT WK-NIVEL
           IF WK-NIVEL = ZERO
              DISPLAY "NIVEL INVALIDO"
              GO TO 2100-EXIT
           END-IF
           MOVE WK-NIVEL TO CREDNIV-NIVEL
           PERFORM 8100-LEER-CREDNIVEL THRU 8100-EXIT
           EVALUATE WK-OPCION
              WHEN "A"
                 IF WK-EXISTE-CREDNIVEL = "S"
                    DISPLAY "YA EXISTE EL NIVEL"
                 ELSE
                    MOVE SPACES   TO CREDNIV-REG
                    MOVE WK-NIVEL TO CREDNIV-NIVEL
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    WRITE CREDNIV-REG
                        INVALID KEY DISPLAY "ERROR AL GRABAR"
                    END-WRITE
                 END-IF
              WHEN "M"
                 IF WK-EXISTE-CREDNIVEL = "N"
                    DISPLAY "NO EXISTE EL NIVEL"
                 ELSE
                    DISPLAY "TOPE ACTUAL . : ", CREDNIV-HASTA
                    DISPLAY "PERFIL ACTUAL : ", CREDNIV-PERFIL
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    REWRITE CREDNIV-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 IF WK-EXISTE-CREDNIVEL = "N"
                    DISPLAY "NO EXISTE EL NIVEL"
                 ELSE
                    DELETE CREDNIVEL
                        INVALID KEY DISPLAY "ERROR AL BORRAR"
                    END-DELETE
                    DISPLAY "NIVEL BORRADO"
                 END-IF
              WHEN "C"
                 IF WK-EXISTE-CREDNIVEL = "N"
                    DISPLAY "NO EXISTE EL NIVEL"
                 ELSE
                    DISPLAY "NIVEL . . . . : ", CREDNIV-NIVEL
                    DISPLAY "TOPE  . . . . : ", CREDNIV-HASTA
                    DISPLAY "PERFIL  . . . : ", CREDNIV-PERFIL
                    DISPLAY "DESCRIPCION . : ", CREDNIV-DESCRIPCION
                    DISPLAY "MODIFICADO  . : ", CREDNIV-USUARIO,
                            " ", CREDNIV-FECHA
                 END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-CARGAR-DATOS.
           DISPLAY "LIMITE PROPUESTO HASTA EL QUE APRUEBA "
                   "(0 = SIN TOPE): "
           ACCEPT CREDNIV-HASTA
           DISPLAY "PERFIL DE OPERADOR QUE APRUEBA: "
           ACCEPT CREDNIV-PERFIL
           IF CREDNIV-PERFIL = SPACES
              DISPLAY "SIN PERFIL - SE TOMA SUPERVISOR"
              MOVE "SUPERVISOR" TO CREDNIV-PERFIL
           END-IF
           DISPLAY "DESCRIPCION: "
           ACCEPT CREDNIV-DESCRIPCION
           MOVE WK-USUARIO   TO CREDNIV-USUARIO
           MOVE WK-FECHA-HOY TO CREDNIV-FECHA.
       3000-EXIT.
           EXIT.

       4000-LISTAR.
           MOVE "N" TO WK-EOF-CREDNIVEL
           MOVE ZERO TO CREDNIV-NIVEL
           START CREDNIVEL KEY >= CREDNIV-NIVEL
               INVALID KEY MOVE "S" TO WK-EOF-CREDNIVEL
           END-START
           PERFORM 4100-LISTAR-NIVEL THRU 4100-EXIT
               UNTIL WK-EOF-CREDNIVEL = "S".
       4000-EXIT.
           EXIT.

       4100-LISTAR-NIVEL.
           READ CREDNIVEL NEXT
               AT END MOVE "S" TO WK-EOF-CREDNIVEL
           END-READ
           IF WK-EOF-CREDNIVEL = "S"
              GO TO 4100-EXIT
           END-IF
           MOVE CREDNIV-NIVEL       TO WK-L-NIVEL
           MOVE CREDNIV-HASTA       TO WK-L-HASTA
           MOVE CREDNIV-PERFIL      TO WK-L-PERFIL
           MOVE CREDNIV-DESCRIPCION TO WK-L-DESCRIPCION
           DISPLAY WK-LINEA-NIVEL.
       4100-EXIT.
           EXIT.

       8100-LEER-CREDNIVEL.
           MOVE "S" TO WK-EXISTE-CREDNIVEL
           READ CREDNIVEL
               INVALID KEY MOVE "N" TO WK-EXISTE-CREDNIVEL
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CREDNIVEL.
       9000-EXIT.
           EXIT.

       END PROGRAM "CREDNIVEL-ABM".
