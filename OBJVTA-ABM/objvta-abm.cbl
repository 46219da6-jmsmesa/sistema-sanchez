       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "OBJVTA-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de los
      *                    objetivos mensuales de venta (OBJVTA) por
      *                    vendedor o por zona y subzona de venta:
      *                    importe neto a vender y cantidad de
      *                    clientes con compras.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OBJVTA.SEL".
           COPY "VENDEDOR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "OBJVTA.CPY".
           COPY "VENDEDOR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-OBJVTA               PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-OBJVTA            PIC X(01).
       77  WK-EXISTE-VENDEDOR          PIC X(01).
       77  WK-EOF-OBJVTA               PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-TIPO                     PIC X(01).
       77  WK-VENDEDOR                 PIC 9(03).
       77  WK-ZONA                     PIC 9(02).
       77  WK-SUBZONA                  PIC 9(02).
       01  WK-PERIODO                  PIC 9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03  WK-PER-ANIO             PIC 9(04).
           03  WK-PER-MES              PIC 9(02).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       01  WK-LINEA-OBJETIVO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-TIPO               PIC X(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-CODIGO             PIC X(07).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-CLIENTES           PIC ZZ,ZZ9.

       01  WK-CODIGO-ZONA.
           03  WK-CZ-ZONA              PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-CZ-SUBZONA           PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN INPUT VENDEDOR
           OPEN I-O OBJVTA
           IF STATUS-OBJVTA = "35"
              OPEN OUTPUT OBJVTA
              CLOSE OBJVTA
              OPEN I-O OBJVTA
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "OBJETIVOS DE VENTA - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   L = LISTA DE UN MES   X = FIN"
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
           PERFORM 2200-PEDIR-CLAVE THRU 2200-EXIT
           IF WK-TIPO = SPACE
              GO TO 2100-EXIT
           END-IF
           PERFORM 8100-LEER-OBJVTA THRU 8100-EXIT
           EVALUATE WK-OPCION
              WHEN "A"
                 IF WK-EXISTE-OBJVTA = "S"
                    DISPLAY "YA EXISTE EL OBJETIVO"
                 ELSE
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    WRITE OBJVTA-REG
                        INVALID KEY DISPLAY "ERROR AL GRABAR"
                    END-WRITE
                 END-IF
              WHEN "M"
                 IF WK-EXISTE-OBJVTA = "N"
                    DISPLAY "NO EXISTE EL OBJETIVO"
                 ELSE
                    PERFORM 3100-MOSTRAR-DATOS THRU 3100-EXIT
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    REWRITE OBJVTA-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 IF WK-EXISTE-OBJVTA = "N"
                    DISPLAY "NO EXISTE EL OBJETIVO"
                 ELSE
                    DELETE OBJVTA
                        INVALID KEY DISPLAY "ERROR AL BORRAR"
                    END-DELETE
                    DISPLAY "OBJETIVO BORRADO"
                 END-IF
              WHEN "C"
                 IF WK-EXISTE-OBJVTA = "N"
                    DISPLAY "NO EXISTE EL OBJETIVO"
                 ELSE
                    PERFORM 3100-MOSTRAR-DATOS THRU 3100-EXIT
                 END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Pide la clave del objetivo: tipo, vendedor o zona y
      *    subzona, y periodo. Con un dato invalido deja el tipo en
      *    blanco para volver al menu.
      ******************************************************************
       2200-PEDIR-CLAVE.
           DISPLAY "TIPO (V = VENDEDOR  Z = ZONA/SUBZONA): "
           ACCEPT WK-TIPO
           MOVE ZERO TO WK-VENDEDOR WK-ZONA WK-SUBZONA
           EVALUATE WK-TIPO
              WHEN "V"
                 DISPLAY "VENDEDOR: "
                 ACCEPT WK-VENDEDOR
                 MOVE WK-VENDEDOR TO VENDEDOR-CODIGO
                 MOVE "S" TO WK-EXISTE-VENDEDOR
                 READ VENDEDOR
                     INVALID KEY MOVE "N" TO WK-EXISTE-VENDEDOR
                 END-READ
                 IF WK-EXISTE-VENDEDOR = "N"
                    DISPLAY "VENDEDOR INEXISTENTE"
                    MOVE SPACE TO WK-TIPO
                    GO TO 2200-EXIT
                 END-IF
                 DISPLAY "  ", VENDEDOR-NOMBRE
              WHEN "Z"
                 DISPLAY "ZONA DE VENTA: "
                 ACCEPT WK-ZONA
                 DISPLAY "SUBZONA DE VENTA: "
                 ACCEPT WK-SUBZONA
              WHEN OTHER
                 DISPLAY "TIPO INVALIDO"
                 MOVE SPACE TO WK-TIPO
                 GO TO 2200-EXIT
           END-EVALUATE
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WK-PERIODO
           IF WK-PER-MES < 1 OR WK-PER-MES > 12
              DISPLAY "PERIODO INVALIDO"
              MOVE SPACE TO WK-TIPO
              GO TO 2200-EXIT
           END-IF
           MOVE SPACES      TO OBJVTA-REG
           MOVE WK-TIPO     TO OBJVTA-TIPO
           MOVE WK-VENDEDOR TO OBJVTA-VENDEDOR
           MOVE WK-ZONA     TO OBJVTA-ZONA-VTA
           MOVE WK-SUBZONA  TO OBJVTA-SUBZONA-VTA
           MOVE WK-PER-ANIO TO OBJVTA-ANIO
           MOVE WK-PER-MES  TO OBJVTA-MES.
       2200-EXIT.
           EXIT.

       3000-CARGAR-DATOS.
           DISPLAY "VENTA NETA OBJETIVO DEL MES: "
           ACCEPT OBJVTA-IMPORTE
           DISPLAY "CLIENTES CON COMPRAS OBJETIVO (0 = SIN OBJETIVO): "
           ACCEPT OBJVTA-CLIENTES
           MOVE WK-USUARIO   TO OBJVTA-USUARIO
           MOVE WK-FECHA-HOY TO OBJVTA-FECHA-MODIF.
       3000-EXIT.
           EXIT.

       3100-MOSTRAR-DATOS.
           DISPLAY "VENTA NETA  . : ", OBJVTA-IMPORTE
           DISPLAY "CLIENTES  . . : ", OBJVTA-CLIENTES
           DISPLAY "MODIFICADO  . : ", OBJVTA-USUARIO, " ",
                   OBJVTA-FECHA-MODIF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Lista los objetivos de un periodo, primero los de
      *    vendedor y despues los de zona.
      ******************************************************************
       4000-LISTAR.
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WK-PERIODO
           MOVE "N" TO WK-EOF-OBJVTA
           MOVE LOW-VALUES TO OBJVTA-CLAVE
           START OBJVTA KEY > OBJVTA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-OBJVTA
           END-START
           PERFORM 4100-LISTAR-OBJETIVO THRU 4100-EXIT
               UNTIL WK-EOF-OBJVTA = "S".
       4000-EXIT.
           EXIT.

       4100-LISTAR-OBJETIVO.
           READ OBJVTA NEXT
               AT END MOVE "S" TO WK-EOF-OBJVTA
           END-READ
           IF WK-EOF-OBJVTA = "S"
              GO TO 4100-EXIT
           END-IF
           IF OBJVTA-ANIO NOT = WK-PER-ANIO
              OR OBJVTA-MES NOT = WK-PER-MES
              GO TO 4100-EXIT
           END-IF
           MOVE OBJVTA-TIPO TO WK-L-TIPO
           IF OBJVTA-POR-VENDEDOR
              MOVE SPACES          TO WK-L-CODIGO
              MOVE OBJVTA-VENDEDOR TO WK-L-CODIGO(1:3)
           ELSE
              MOVE OBJVTA-ZONA-VTA    TO WK-CZ-ZONA
              MOVE OBJVTA-SUBZONA-VTA TO WK-CZ-SUBZONA
              MOVE WK-CODIGO-ZONA     TO WK-L-CODIGO
           END-IF
           MOVE OBJVTA-IMPORTE  TO WK-L-IMPORTE
           MOVE OBJVTA-CLIENTES TO WK-L-CLIENTES
           DISPLAY WK-LINEA-OBJETIVO.
       4100-EXIT.
           EXIT.

       8100-LEER-OBJVTA.
           MOVE "S" TO WK-EXISTE-OBJVTA
           READ OBJVTA
               INVALID KEY MOVE "N" TO WK-EXISTE-OBJVTA
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE OBJVTA
           CLOSE VENDEDOR.
       9000-EXIT.
           EXIT.

       END PROGRAM "OBJVTA-ABM".
