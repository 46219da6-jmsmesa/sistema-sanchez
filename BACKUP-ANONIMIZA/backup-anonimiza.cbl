       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "BACKUP-ANONIMIZA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Arma el juego de datos
      *                    del ambiente de prueba y capacitacion a
      *                    partir de una generacion de
      *                    BACKUP-NOCTURNO: verifica cada archivo de
      *                    la generacion con su registro de control
      *                    y lo copia al directorio de prueba con los
      *                    datos personales reemplazados (nombres,
      *                    domicilios, telefonos, correos y
      *                    contactos ficticios; CUIT y documentos
      *                    ficticios con digito verificador valido;
      *                    tarjetas con numeros de prueba) y un
      *                    registro de control nuevo, de modo que
      *                    BACKUP-RESTORE corrido en el directorio de
      *                    prueba reponga los archivos. Las claves de
      *                    cliente no se tocan y los archivos siguen
      *                    relacionados entre si. Opcionalmente
      *                    multiplica los importes por un factor
      *                    entero (los saldos siguen cerrando). Los
      *                    operadores quedan con una clave inicial de
      *                    capacitacion y vencida, para que el primer
      *                    ingreso exija cambiarla. Las tarjetas de
      *                    TARJCLI (que no viajan en el resguardo) se
      *                    graban directo en el directorio de prueba
      *                    y cada acceso queda en TARJACC.TXT.
      *   15/10/2026  SIS  Se agrega ENDOSO: beneficiario y CUIT
      *                    ficticios, deuda con el proveedor
      *                    escalada.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "RECIBOS.SEL".
           COPY "PEDIDOS.SEL".
           COPY "REMITOS.SEL".
           COPY "VALORES.SEL".
           COPY "COBRADOR.SEL".
           COPY "VENDEDOR.SEL".
           COPY "FACTURAS.SEL".
           COPY "RECAPLIC.SEL".
           COPY "RETENC.SEL".
           COPY "PERCREG.SEL".
           COPY "DEPOSITO.SEL".
           COPY "PLANPAGO.SEL".
           COPY "NOTAMAN.SEL".
           COPY "PEDIDLIN.SEL".
           COPY "MOVCHIST.SEL".
           COPY "OPERADOR.SEL".
           COPY "REMITLIN.SEL".
           COPY "FACTLIN.SEL".
           COPY "DEVOLUC.SEL".
           COPY "FACTVENC.SEL".
           COPY "PPAGO.SEL".
           COPY "DIFCAMB.SEL".
           COPY "DEBAUTO.SEL".
           COPY "ABONOS.SEL".
           COPY "PRESUP.SEL".
           COPY "PRESLIN.SEL".
           COPY "CIRCULAR.SEL".
           COPY "CASTIGO.SEL".
           COPY "PREVISION.SEL".
           COPY "JUDICIAL.SEL".
           COPY "GARANTIA.SEL".
           COPY "SOLCRED.SEL".
           COPY "CREDNIVEL.SEL".
           COPY "CONTACTO.SEL".
           COPY "OBJVTA.SEL".
           COPY "ARTCOSTO.SEL".
           COPY "TARJCLI.SEL".
           COPY "ENDOSO.SEL".

           SELECT BACKUP-ENTRADA ASSIGN TO WK-ARCHIVO-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.

           SELECT BACKUP-SALIDA ASSIGN TO WK-ARCHIVO-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

           SELECT TARJCLI-PRUEBA ASSIGN TO WK-ARCHIVO-TARJETAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TARJPRU-CLIENTE
               FILE STATUS IS STATUS-TARJPRU.

           SELECT TARJACC ASSIGN TO "TARJACC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TARJACC.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "RECIBOS.CPY".
           COPY "PEDIDOS.CPY".
           COPY "REMITOS.CPY".
           COPY "VALORES.CPY".
           COPY "COBRADOR.CPY".
           COPY "VENDEDOR.CPY".
           COPY "FACTURAS.CPY".
           COPY "RECAPLIC.CPY".
           COPY "RETENC.CPY".
           COPY "PERCREG.CPY".
           COPY "DEPOSITO.CPY".
           COPY "PLANPAGO.CPY".
           COPY "NOTAMAN.CPY".
           COPY "PEDIDLIN.CPY".
           COPY "MOVCHIST.CPY".
           COPY "OPERADOR.CPY".
           COPY "REMITLIN.CPY".
           COPY "FACTLIN.CPY".
           COPY "DEVOLUC.CPY".
           COPY "FACTVENC.CPY".
           COPY "PPAGO.CPY".
           COPY "DIFCAMB.CPY".
           COPY "DEBAUTO.CPY".
           COPY "ABONOS.CPY".
           COPY "PRESUP.CPY".
           COPY "PRESLIN.CPY".
           COPY "CIRCULAR.CPY".
           COPY "CASTIGO.CPY".
           COPY "PREVISION.CPY".
           COPY "JUDICIAL.CPY".
           COPY "GARANTIA.CPY".
           COPY "SOLCRED.CPY".
           COPY "CREDNIVEL.CPY".
           COPY "CONTACTO.CPY".
           COPY "OBJVTA.CPY".
           COPY "ARTCOSTO.CPY".
           COPY "TARJCLI.CPY".
           COPY "ENDOSO.CPY".

       FD  BACKUP-ENTRADA
                   LABEL RECORD STANDARD.
       01  ENTRADA-REG                 PIC X(1000).

       FD  BACKUP-SALIDA
                   LABEL RECORD STANDARD.
       01  SALIDA-REG                  PIC X(1000).

      ******************************************************************
      *    Copia de TARJCLI para el ambiente de prueba: mismo
      *    registro de 80 con la clave de cliente adelante.
      ******************************************************************
       FD  TARJCLI-PRUEBA RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  TARJPRU-REG.
           03  TARJPRU-CLIENTE         PIC 9(06).
           03  FILLER                  PIC X(74).

       FD  TARJACC
                   LABEL RECORD STANDARD.
       01  TARJACC-LINEA               PIC X(60).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-RECIBOS              PIC X(02).
       77  STATUS-PEDIDOS              PIC X(02).
       77  STATUS-REMITOS              PIC X(02).
       77  STATUS-VALORES              PIC X(02).
       77  STATUS-COBRADOR             PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-RECAPLIC             PIC X(02).
       77  STATUS-RETENC               PIC X(02).
       77  STATUS-PERCREG              PIC X(02).
       77  STATUS-DEPOSITO             PIC X(02).
       77  STATUS-PLANPAGO             PIC X(02).
       77  STATUS-NOTAMAN              PIC X(02).
       77  STATUS-PEDIDLIN             PIC X(02).
       77  STATUS-MOVCHIST             PIC X(02).
       77  STATUS-OPERADOR             PIC X(02).
       77  STATUS-REMITLIN             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-DEVOLUC              PIC X(02).
       77  STATUS-FACTVENC             PIC X(02).
       77  STATUS-PPAGO                PIC X(02).
       77  STATUS-DIFCAMB              PIC X(02).
       77  STATUS-DEBAUTO              PIC X(02).
       77  STATUS-ABONOS               PIC X(02).
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-PRESLIN              PIC X(02).
       77  STATUS-CIRCULAR             PIC X(02).
       77  STATUS-CASTIGO              PIC X(02).
       77  STATUS-PREVISION            PIC X(02).
       77  STATUS-JUDICIAL             PIC X(02).
       77  STATUS-GARANTIA             PIC X(02).
       77  STATUS-SOLCRED              PIC X(02).
       77  STATUS-CREDNIVEL            PIC X(02).
       77  STATUS-CONTACTO             PIC X(02).
       77  STATUS-OBJVTA               PIC X(02).
       77  STATUS-ARTCOSTO             PIC X(02).
       77  STATUS-TARJCLI              PIC X(02).
       77  STATUS-ENDOSO               PIC X(02).
       77  STATUS-ENTRADA              PIC X(02).
       77  STATUS-SALIDA               PIC X(02).
       77  STATUS-TARJPRU              PIC X(02).
       77  STATUS-TARJACC              PIC X(02).

       77  WK-ARCHIVO-ENTRADA          PIC X(20).
       77  WK-ARCHIVO-SALIDA           PIC X(64).
       77  WK-ARCHIVO-TARJETAS         PIC X(64).
       77  WK-NOMBRE-LOGICO            PIC X(10).
       77  WK-FECHA-GENERACION         PIC 9(08).
       77  WK-DIRECTORIO               PIC X(40).
       77  WK-USUARIO                  PIC X(10).
       77  WK-IND-ARCHIVO              PIC 9(02).
       77  WK-IND-OCURR                PIC 9(02).

       77  WK-EOF-ENTRADA              PIC X(01).
       77  WK-EOF-TARJCLI              PIC X(01).
       77  WK-HAY-CONTROL              PIC X(01).
       77  WK-HAY-ERROR                PIC X(01) VALUE "N".
       77  WK-HAY-GENERACION           PIC X(01).

       77  WK-TOTAL-ARCHIVOS           PIC 9(03) VALUE ZERO.
       77  WK-TOTAL-OMITIDOS           PIC 9(03) VALUE ZERO.
       77  WK-TOTAL-TARJETAS           PIC 9(06) VALUE ZERO.

      ******************************************************************
      *    Parametros de la corrida: semilla de los datos ficticios
      *    (la misma semilla sobre la misma generacion da el mismo
      *    juego de prueba), factor entero de escala de importes y
      *    clave inicial de los operadores de capacitacion.
      ******************************************************************
       77  WK-SEMILLA                  PIC 9(08).
       77  WK-FACTOR                   PIC 9(02).
           88  ESCALA-IMPORTES                   VALUE 2 THRU 99.
       77  WK-CLAVE                    PIC X(10).
       77  WK-HASH                     PIC 9(09).

      ******************************************************************
      *    Controles de la generacion (misma cuenta que
      *    BACKUP-NOCTURNO y BACKUP-RESTORE): cantidad de registros
      *    y suma ponderada de caracteres, modulo 10**12.
      ******************************************************************
       77  WK-CANT-REGISTROS           PIC 9(09).
       77  WK-SUMA-CONTROL             PIC 9(12).
       77  WK-SUMA-REGISTRO            PIC 9(08).
       77  WK-SUMA-TEMPORAL            PIC 9(13).
       77  WK-DESCARTE                 PIC 9(13).
       77  WK-CANT-CARACTER            PIC 9(04).
       77  WK-IND-TABLA                PIC 9(02).
       77  WK-REG-SUMA                 PIC X(1000).

       01  WK-ALFABETO-DEF.
           03  FILLER                  PIC X(36) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
           03  FILLER                  PIC X(28) VALUE
               "abcdefghijklmnopqrstuvwxyz.-".
       01  WK-ALFABETO REDEFINES WK-ALFABETO-DEF PIC X(64).

       01  WK-REG-CONTROL.
           03  WK-CTL-MARCA            PIC X(05) VALUE "*CTL*".
           03  WK-CTL-CANTIDAD         PIC 9(09).
           03  WK-CTL-SUMA             PIC 9(12).

      ******************************************************************
      *    Archivos de la generacion, en el orden del resguardo.
      ******************************************************************
       01  WK-ARCHIVOS-DEF.
           03  FILLER                  PIC X(10) VALUE "CLIENTE".
           03  FILLER                  PIC X(10) VALUE "MOVCTAC".
           03  FILLER                  PIC X(10) VALUE "RECIBOS".
           03  FILLER                  PIC X(10) VALUE "PEDIDOS".
           03  FILLER                  PIC X(10) VALUE "REMITOS".
           03  FILLER                  PIC X(10) VALUE "VALORES".
           03  FILLER                  PIC X(10) VALUE "COBRADOR".
           03  FILLER                  PIC X(10) VALUE "VENDEDOR".
           03  FILLER                  PIC X(10) VALUE "FACTURAS".
           03  FILLER                  PIC X(10) VALUE "RECAPLIC".
           03  FILLER                  PIC X(10) VALUE "RETENC".
           03  FILLER                  PIC X(10) VALUE "PERCREG".
           03  FILLER                  PIC X(10) VALUE "PERIODOS".
           03  FILLER                  PIC X(10) VALUE "DEPOSITO".
           03  FILLER                  PIC X(10) VALUE "PLANPAGO".
           03  FILLER                  PIC X(10) VALUE "TALONARIO".
           03  FILLER                  PIC X(10) VALUE "NOTAMAN".
           03  FILLER                  PIC X(10) VALUE "PEDIDLIN".
           03  FILLER                  PIC X(10) VALUE "MOVCHIST".
           03  FILLER                  PIC X(10) VALUE "OPERADOR".
           03  FILLER                  PIC X(10) VALUE "ARTICULOS".
           03  FILLER                  PIC X(10) VALUE "BANCOS".
           03  FILLER                  PIC X(10) VALUE "STOCK".
           03  FILLER                  PIC X(10) VALUE "STKMOV".
           03  FILLER                  PIC X(10) VALUE "REMITLIN".
           03  FILLER                  PIC X(10) VALUE "FACTLIN".
           03  FILLER                  PIC X(10) VALUE "DEVOLUC".
           03  FILLER                  PIC X(10) VALUE "CONDVTA".
           03  FILLER                  PIC X(10) VALUE "FACTVENC".
           03  FILLER                  PIC X(10) VALUE "PPAGO".
           03  FILLER                  PIC X(10) VALUE "DIFCAMB".
           03  FILLER                  PIC X(10) VALUE "DEBAUTO".
           03  FILLER                  PIC X(10) VALUE "ABONOS".
           03  FILLER                  PIC X(10) VALUE "PRESUP".
           03  FILLER                  PIC X(10) VALUE "PRESLIN".
           03  FILLER                  PIC X(10) VALUE "PEDEXT".
           03  FILLER                  PIC X(10) VALUE "COTREM".
           03  FILLER                  PIC X(10) VALUE "IIBBEXP".
           03  FILLER                  PIC X(10) VALUE "FERIADOS".
           03  FILLER                  PIC X(10) VALUE "CIERREMES".
           03  FILLER                  PIC X(10) VALUE "CIRCULAR".
           03  FILLER                  PIC X(10) VALUE "INTIMA".
           03  FILLER                  PIC X(10) VALUE "CASTIGO".
           03  FILLER                  PIC X(10) VALUE "PREVTASA".
           03  FILLER                  PIC X(10) VALUE "PREVISION".
           03  FILLER                  PIC X(10) VALUE "JUDICIAL".
           03  FILLER                  PIC X(10) VALUE "GARANTIA".
           03  FILLER                  PIC X(10) VALUE "SOLCRED".
           03  FILLER                  PIC X(10) VALUE "CREDNIVEL".
           03  FILLER                  PIC X(10) VALUE "CONTACTO".
           03  FILLER                  PIC X(10) VALUE "LOCALID".
           03  FILLER                  PIC X(10) VALUE "OBJVTA".
           03  FILLER                  PIC X(10) VALUE "ARTCOSTO".
           03  FILLER                  PIC X(10) VALUE "ENDOSO".
       01  WK-ARCHIVOS REDEFINES WK-ARCHIVOS-DEF.
           03  WK-ARCHIVO-NOMBRE       PIC X(10) OCCURS 54 TIMES.

      ******************************************************************
      *    Datos ficticios. El nombre sale de las tablas de
      *    apellidos y nombres segun la clave y la semilla; el
      *    domicilio, de la tabla de calles con una altura derivada
      *    de la clave.
      ******************************************************************
       77  WK-CLAVE-FICT               PIC 9(08).
       77  WK-AUX                      PIC 9(12).
       77  WK-COCIENTE                 PIC 9(12).
       77  WK-RESTO                    PIC 9(04).
       77  WK-IND-APELLIDO             PIC 9(02).
       77  WK-IND-NOMBRE               PIC 9(02).
       77  WK-IND-CALLE                PIC 9(02).
       77  WK-ALTURA                   PIC 9(04).
       77  WK-TEL-NUMERO               PIC 9(07).
       77  WK-APELLIDO-FICT            PIC X(12).
       77  WK-NOMBRE-FICT              PIC X(35).
       77  WK-DOMICILIO-FICT           PIC X(35).
       77  WK-ES-EMPRESA               PIC X(01).

       01  WK-TELEFONO-FICT.
           03  FILLER                  PIC X(04) VALUE "011-".
           03  WK-TEL-TIPO             PIC X(01).
           03  WK-TEL-DIGITOS          PIC 9(07).

       01  WK-CELULAR-FICT.
           03  FILLER                  PIC X(08) VALUE "011-15-5".
           03  WK-CEL-DIGITOS          PIC 9(07).

       01  WK-APELLIDOS-DEF.
           03  FILLER                  PIC X(12) VALUE "ACOSTA".
           03  FILLER                  PIC X(12) VALUE "BENITEZ".
           03  FILLER                  PIC X(12) VALUE "CABRERA".
           03  FILLER                  PIC X(12) VALUE "DOMINGUEZ".
           03  FILLER                  PIC X(12) VALUE "ESPINOZA".
           03  FILLER                  PIC X(12) VALUE "FERREYRA".
           03  FILLER                  PIC X(12) VALUE "GIMENEZ".
           03  FILLER                  PIC X(12) VALUE "HERRERA".
           03  FILLER                  PIC X(12) VALUE "IBARRA".
           03  FILLER                  PIC X(12) VALUE "JUAREZ".
           03  FILLER                  PIC X(12) VALUE "LEDESMA".
           03  FILLER                  PIC X(12) VALUE "MOLINA".
           03  FILLER                  PIC X(12) VALUE "NAVARRO".
           03  FILLER                  PIC X(12) VALUE "OJEDA".
           03  FILLER                  PIC X(12) VALUE "PERALTA".
           03  FILLER                  PIC X(12) VALUE "QUIROGA".
           03  FILLER                  PIC X(12) VALUE "ROMERO".
           03  FILLER                  PIC X(12) VALUE "SOSA".
           03  FILLER                  PIC X(12) VALUE "TOLEDO".
           03  FILLER                  PIC X(12) VALUE "VILLALBA".
       01  WK-APELLIDOS REDEFINES WK-APELLIDOS-DEF.
           03  WK-APELLIDO             PIC X(12) OCCURS 20 TIMES.

       01  WK-NOMBRES-DEF.
           03  FILLER                  PIC X(10) VALUE "ANA".
           03  FILLER                  PIC X(10) VALUE "BRUNO".
           03  FILLER                  PIC X(10) VALUE "CARLA".
           03  FILLER                  PIC X(10) VALUE "DIEGO".
           03  FILLER                  PIC X(10) VALUE "ELENA".
           03  FILLER                  PIC X(10) VALUE "FABIAN".
           03  FILLER                  PIC X(10) VALUE "GRACIELA".
           03  FILLER                  PIC X(10) VALUE "HUGO".
           03  FILLER                  PIC X(10) VALUE "INES".
           03  FILLER                  PIC X(10) VALUE "JORGE".
           03  FILLER                  PIC X(10) VALUE "LAURA".
           03  FILLER                  PIC X(10) VALUE "MARTIN".
           03  FILLER                  PIC X(10) VALUE "NORMA".
           03  FILLER                  PIC X(10) VALUE "OSCAR".
           03  FILLER                  PIC X(10) VALUE "PAULA".
           03  FILLER                  PIC X(10) VALUE "RAUL".
           03  FILLER                  PIC X(10) VALUE "SILVIA".
           03  FILLER                  PIC X(10) VALUE "TOMAS".
           03  FILLER                  PIC X(10) VALUE "VALERIA".
           03  FILLER                  PIC X(10) VALUE "WALTER".
       01  WK-NOMBRES REDEFINES WK-NOMBRES-DEF.
           03  WK-NOMBRE-PILA          PIC X(10) OCCURS 20 TIMES.

       01  WK-CALLES-DEF.
           03  FILLER                  PIC X(16) VALUE "AV. SAN MARTIN".
           03  FILLER                  PIC X(16) VALUE "BELGRANO".
           03  FILLER                  PIC X(16) VALUE "MITRE".
           03  FILLER                  PIC X(16) VALUE "SARMIENTO".
           03  FILLER                  PIC X(16) VALUE "RIVADAVIA".
           03  FILLER                  PIC X(16) VALUE "AV. LIBERTADOR".
           03  FILLER                  PIC X(16) VALUE "MORENO".
           03  FILLER                  PIC X(16) VALUE "ALSINA".
           03  FILLER                  PIC X(16) VALUE "LAVALLE".
           03  FILLER                  PIC X(16) VALUE "ITALIA".
           03  FILLER                  PIC X(16) VALUE "ESPANA".
           03  FILLER                  PIC X(16) VALUE "CORRIENTES".
           03  FILLER                  PIC X(16) VALUE "ENTRE RIOS".
           03  FILLER                  PIC X(16) VALUE "SAN JUAN".
           03  FILLER                  PIC X(16) VALUE "TUCUMAN".
           03  FILLER                  PIC X(16) VALUE "LAS HERAS".
           03  FILLER                  PIC X(16) VALUE "PELLEGRINI".
           03  FILLER                  PIC X(16) VALUE "ALBERDI".
           03  FILLER                  PIC X(16) VALUE "URQUIZA".
           03  FILLER                  PIC X(16) VALUE "PASO".
       01  WK-CALLES REDEFINES WK-CALLES-DEF.
           03  WK-CALLE                PIC X(16) OCCURS 20 TIMES.

      ******************************************************************
      *    CUIT ficticio: se reemplaza el cuerpo de 8 digitos
      *    (el mismo reemplazo que el numero de documento, asi una
      *    persona conserva la relacion DNI/CUIT) y se recalcula el
      *    digito verificador modulo 11 con los pesos 5432765432.
      ******************************************************************
       01  WK-CUIT-DEF.
           03  WK-CUIT-CEROS           PIC 9(03).
           03  WK-CUIT-BASE.
               05  WK-CUIT-PREFIJO.
                   07  WK-CUIT-PREF-1  PIC 9(01).
                   07  WK-CUIT-PREF-2  PIC 9(01).
               05  WK-CUIT-CUERPO      PIC 9(08).
           03  WK-CUIT-DIGITOS REDEFINES WK-CUIT-BASE.
               05  WK-CUIT-DIGITO      PIC 9(01) OCCURS 10 TIMES.
           03  WK-CUIT-DV              PIC 9(01).
       01  WK-CUIT-NRO REDEFINES WK-CUIT-DEF PIC 9(14).

       01  WK-PESOS-GRUPO.
           03  FILLER PIC 9 VALUE 5.
           03  FILLER PIC 9 VALUE 4.
           03  FILLER PIC 9 VALUE 3.
           03  FILLER PIC 9 VALUE 2.
           03  FILLER PIC 9 VALUE 7.
           03  FILLER PIC 9 VALUE 6.
           03  FILLER PIC 9 VALUE 5.
           03  FILLER PIC 9 VALUE 4.
           03  FILLER PIC 9 VALUE 3.
           03  FILLER PIC 9 VALUE 2.
       01  WK-PESOS REDEFINES WK-PESOS-GRUPO.
           03  WK-PESO OCCURS 10 TIMES PIC 9.

       77  WK-IND                      PIC 9(02).
       77  WK-SUMA                     PIC 9(05).
       77  WK-DV-CALC                  PIC 9(02).
       77  WK-DOBLE                    PIC 9(02).
       77  WK-CUERPO-ORIG              PIC 9(08).
       77  WK-CUERPO-FICT              PIC 9(08).

      ******************************************************************
      *    Tarjeta de prueba: prefijo 99990 (no asignado a ninguna
      *    procesadora), la clave del cliente, un complemento y el
      *    digito verificador de Luhn.
      ******************************************************************
       01  WK-TARJETA-DEF.
           03  WK-TARJ-PREFIJO         PIC 9(05).
           03  WK-TARJ-CLIENTE         PIC 9(06).
           03  WK-TARJ-COMPLEMENTO     PIC 9(04).
           03  WK-TARJ-DV              PIC 9(01).
       01  WK-TARJETA-DIGITOS REDEFINES WK-TARJETA-DEF.
           03  WK-TARJ-DIGITO          PIC 9(01) OCCURS 16 TIMES.
       01  WK-TARJETA-NRO REDEFINES WK-TARJETA-DEF PIC 9(16).
       01  WK-TARJETA-ALFA REDEFINES WK-TARJETA-DEF PIC X(16).

       01  WK-LINEA-ACCESO.
           03  WK-A-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-HORA               PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-USUARIO            PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-CLIENTE            PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WK-A-OPERACION          PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           IF WK-HAY-ERROR = "N"
              PERFORM 4000-TARJETAS THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      *    Parametros por consola. El destino no puede ser el
      *    directorio de trabajo: las generaciones de produccion no
      *    se pisan nunca.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           DISPLAY "FECHA DE LA GENERACION A ANONIMIZAR (AAAAMMDD): "
           ACCEPT WK-FECHA-GENERACION
           IF WK-FECHA-GENERACION = ZERO
              DISPLAY "FECHA DE GENERACION INVALIDA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "DIRECTORIO DEL AMBIENTE DE PRUEBA "
                   "(ENTER = PRUEBA): "
           ACCEPT WK-DIRECTORIO
           IF WK-DIRECTORIO = SPACES
              MOVE "PRUEBA" TO WK-DIRECTORIO
           END-IF
           IF WK-DIRECTORIO = "." OR WK-DIRECTORIO = "./"
              DISPLAY "EL DESTINO NO PUEDE SER EL DIRECTORIO DE ",
                      "PRODUCCION"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "SEMILLA DE LOS DATOS FICTICIOS "
                   "(ENTER = SEGUN LA HORA): "
           ACCEPT WK-SEMILLA
           IF WK-SEMILLA = ZERO
              ACCEPT WK-SEMILLA FROM TIME
           END-IF
           IF WK-SEMILLA = ZERO
              MOVE 1 TO WK-SEMILLA
           END-IF
           DISPLAY "FACTOR DE ESCALA DE IMPORTES "
                   "(1 A 99, ENTER = SIN CAMBIO): "
           ACCEPT WK-FACTOR
           IF WK-FACTOR = ZERO
              MOVE 1 TO WK-FACTOR
           END-IF
           DISPLAY "CLAVE INICIAL DE LOS OPERADORES "
                   "(ENTER = PRUEBA): "
           ACCEPT WK-CLAVE
           IF WK-CLAVE = SPACES
              MOVE "PRUEBA" TO WK-CLAVE
           END-IF
           CALL "OPERADOR-HASH" USING WK-CLAVE WK-HASH
           MOVE SPACES TO WK-ARCHIVO-TARJETAS
           STRING WK-DIRECTORIO DELIMITED BY SPACE
                  "/TARJCLI"    DELIMITED BY SIZE
               INTO WK-ARCHIVO-TARJETAS
           DISPLAY "GENERACION ", WK-FECHA-GENERACION,
                   " HACIA ", WK-DIRECTORIO
           DISPLAY "SEMILLA ", WK-SEMILLA, " FACTOR ", WK-FACTOR.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-ANONIMIZAR-ARCHIVO THRU 2100-EXIT
               VARYING WK-IND-ARCHIVO FROM 1 BY 1
               UNTIL WK-IND-ARCHIVO > 54
                  OR WK-HAY-ERROR = "S".
       2000-EXIT.
           EXIT.

       2100-ANONIMIZAR-ARCHIVO.
           MOVE WK-ARCHIVO-NOMBRE(WK-IND-ARCHIVO) TO WK-NOMBRE-LOGICO
           MOVE SPACES TO WK-ARCHIVO-ENTRADA WK-ARCHIVO-SALIDA
           STRING "BK" WK-NOMBRE-LOGICO DELIMITED BY SPACE
                  "." WK-FECHA-GENERACION DELIMITED BY SIZE
               INTO WK-ARCHIVO-ENTRADA
           STRING WK-DIRECTORIO      DELIMITED BY SPACE
                  "/"                DELIMITED BY SIZE
                  WK-ARCHIVO-ENTRADA DELIMITED BY SPACE
               INTO WK-ARCHIVO-SALIDA
           PERFORM 2200-VERIFICAR THRU 2200-EXIT
           IF WK-HAY-ERROR = "S" OR WK-HAY-GENERACION = "N"
              GO TO 2100-EXIT
           END-IF
           PERFORM 2300-COPIAR THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Primera pasada: los controles de la generacion de origen
      *    tienen que cerrar antes de copiar nada. Un archivo sin
      *    generacion (posterior a la fecha pedida) se omite.
      ******************************************************************
       2200-VERIFICAR.
           MOVE "S" TO WK-HAY-GENERACION
           MOVE "N" TO WK-HAY-CONTROL
           MOVE ZERO TO WK-CANT-REGISTROS WK-SUMA-CONTROL
           OPEN INPUT BACKUP-ENTRADA
           IF STATUS-ENTRADA = "35"
              MOVE "N" TO WK-HAY-GENERACION
              ADD 1 TO WK-TOTAL-OMITIDOS
              DISPLAY "SIN GENERACION ", WK-ARCHIVO-ENTRADA,
                      " - SE OMITE"
              GO TO 2200-EXIT
           END-IF
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR ", WK-ARCHIVO-ENTRADA,
                      " - STATUS ", STATUS-ENTRADA
              MOVE "S" TO WK-HAY-ERROR
              GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ENTRADA
           PERFORM 2210-CONTAR-REGISTRO THRU 2210-EXIT
               UNTIL WK-EOF-ENTRADA = "S"
           CLOSE BACKUP-ENTRADA
           IF WK-HAY-CONTROL = "N"
              DISPLAY WK-ARCHIVO-ENTRADA,
                      " NO TIENE REGISTRO DE CONTROL"
              MOVE "S" TO WK-HAY-ERROR
              GO TO 2200-EXIT
           END-IF
           IF WK-CANT-REGISTROS NOT = WK-CTL-CANTIDAD
              OR WK-SUMA-CONTROL NOT = WK-CTL-SUMA
              DISPLAY "CONTROLES DE ", WK-ARCHIVO-ENTRADA,
                      " NO CIERRAN"
              DISPLAY "  LEIDOS ", WK-CANT-REGISTROS,
                      " CONTROL ", WK-CTL-CANTIDAD
              DISPLAY "  SUMA   ", WK-SUMA-CONTROL,
                      " CONTROL ", WK-CTL-SUMA
              MOVE "S" TO WK-HAY-ERROR
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CONTAR-REGISTRO.
           READ BACKUP-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ
           IF WK-EOF-ENTRADA = "S"
              GO TO 2210-EXIT
           END-IF
           IF ENTRADA-REG(1:5) = "*CTL*"
              MOVE "S" TO WK-HAY-CONTROL
              MOVE ENTRADA-REG(1:26) TO WK-REG-CONTROL
              MOVE "S" TO WK-EOF-ENTRADA
              GO TO 2210-EXIT
           END-IF
           MOVE ENTRADA-REG TO WK-REG-SUMA
           PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Segunda pasada: copia cada registro con los datos
      *    reemplazados y cierra la copia con un registro de
      *    control recalculado sobre lo grabado.
      ******************************************************************
       2300-COPIAR.
           OPEN INPUT BACKUP-ENTRADA
           OPEN OUTPUT BACKUP-SALIDA
           IF STATUS-SALIDA NOT = "00"
              DISPLAY "NO SE PUDO CREAR ", WK-ARCHIVO-SALIDA,
                      " - STATUS ", STATUS-SALIDA
              MOVE "S" TO WK-HAY-ERROR
              CLOSE BACKUP-ENTRADA
              GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WK-CANT-REGISTROS WK-SUMA-CONTROL
           MOVE "N" TO WK-EOF-ENTRADA
           PERFORM 2310-COPIAR-REGISTRO THRU 2310-EXIT
               UNTIL WK-EOF-ENTRADA = "S"
           MOVE WK-CANT-REGISTROS TO WK-CTL-CANTIDAD
           MOVE WK-SUMA-CONTROL   TO WK-CTL-SUMA
           MOVE SPACES TO SALIDA-REG
           WRITE SALIDA-REG FROM WK-REG-CONTROL
           IF STATUS-SALIDA NOT = "00"
              DISPLAY "ERROR AL CERRAR ", WK-ARCHIVO-SALIDA,
                      " - STATUS ", STATUS-SALIDA
              MOVE "S" TO WK-HAY-ERROR
           END-IF
           CLOSE BACKUP-ENTRADA
           CLOSE BACKUP-SALIDA
           IF WK-HAY-ERROR = "N"
              ADD 1 TO WK-TOTAL-ARCHIVOS
              DISPLAY "ANONIMIZADO ", WK-ARCHIVO-SALIDA, " - ",
                      WK-CANT-REGISTROS, " REGISTROS"
           END-IF.
       2300-EXIT.
           EXIT.

       2310-COPIAR-REGISTRO.
           READ BACKUP-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ
           IF WK-EOF-ENTRADA = "S"
              GO TO 2310-EXIT
           END-IF
           IF ENTRADA-REG(1:5) = "*CTL*"
              MOVE "S" TO WK-EOF-ENTRADA
              GO TO 2310-EXIT
           END-IF
           MOVE SPACES TO SALIDA-REG
           PERFORM 2400-TRANSFORMAR THRU 2400-EXIT
           MOVE SALIDA-REG TO WK-REG-SUMA
           PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
           WRITE SALIDA-REG
           IF STATUS-SALIDA NOT = "00"
              DISPLAY "ERROR AL ESCRIBIR ", WK-ARCHIVO-SALIDA,
                      " - STATUS ", STATUS-SALIDA
              MOVE "S" TO WK-HAY-ERROR
              MOVE "S" TO WK-EOF-ENTRADA
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    Cada archivo con datos personales o importes pasa por su
      *    parrafo; el resto se copia tal cual.
      ******************************************************************
       2400-TRANSFORMAR.
           EVALUATE WK-NOMBRE-LOGICO
              WHEN "CLIENTE"
                 PERFORM 3010-CLIENTE THRU 3010-EXIT
              WHEN "MOVCTAC"
                 PERFORM 3020-MOVCTAC THRU 3020-EXIT
              WHEN "RECIBOS"
                 PERFORM 3030-RECIBOS THRU 3030-EXIT
              WHEN "PEDIDOS"
                 PERFORM 3040-PEDIDOS THRU 3040-EXIT
              WHEN "REMITOS"
                 PERFORM 3050-REMITOS THRU 3050-EXIT
              WHEN "VALORES"
                 PERFORM 3060-VALORES THRU 3060-EXIT
              WHEN "COBRADOR"
                 PERFORM 3070-COBRADOR THRU 3070-EXIT
              WHEN "VENDEDOR"
                 PERFORM 3080-VENDEDOR THRU 3080-EXIT
              WHEN "FACTURAS"
                 PERFORM 3090-FACTURAS THRU 3090-EXIT
              WHEN "RECAPLIC"
                 PERFORM 3100-RECAPLIC THRU 3100-EXIT
              WHEN "RETENC"
                 PERFORM 3110-RETENC THRU 3110-EXIT
              WHEN "PERCREG"
                 PERFORM 3120-PERCREG THRU 3120-EXIT
              WHEN "DEPOSITO"
                 PERFORM 3130-DEPOSITO THRU 3130-EXIT
              WHEN "PLANPAGO"
                 PERFORM 3140-PLANPAGO THRU 3140-EXIT
              WHEN "NOTAMAN"
                 PERFORM 3150-NOTAMAN THRU 3150-EXIT
              WHEN "PEDIDLIN"
                 PERFORM 3160-PEDIDLIN THRU 3160-EXIT
              WHEN "MOVCHIST"
                 PERFORM 3170-MOVCHIST THRU 3170-EXIT
              WHEN "OPERADOR"
                 PERFORM 3180-OPERADOR THRU 3180-EXIT
              WHEN "REMITLIN"
                 PERFORM 3190-REMITLIN THRU 3190-EXIT
              WHEN "FACTLIN"
                 PERFORM 3200-FACTLIN THRU 3200-EXIT
              WHEN "DEVOLUC"
                 PERFORM 3210-DEVOLUC THRU 3210-EXIT
              WHEN "FACTVENC"
                 PERFORM 3220-FACTVENC THRU 3220-EXIT
              WHEN "PPAGO"
                 PERFORM 3230-PPAGO THRU 3230-EXIT
              WHEN "DIFCAMB"
                 PERFORM 3240-DIFCAMB THRU 3240-EXIT
              WHEN "DEBAUTO"
                 PERFORM 3250-DEBAUTO THRU 3250-EXIT
              WHEN "ABONOS"
                 PERFORM 3260-ABONOS THRU 3260-EXIT
              WHEN "PRESUP"
                 PERFORM 3270-PRESUP THRU 3270-EXIT
              WHEN "PRESLIN"
                 PERFORM 3280-PRESLIN THRU 3280-EXIT
              WHEN "CIRCULAR"
                 PERFORM 3290-CIRCULAR THRU 3290-EXIT
              WHEN "CASTIGO"
                 PERFORM 3300-CASTIGO THRU 3300-EXIT
              WHEN "PREVISION"
                 PERFORM 3310-PREVISION THRU 3310-EXIT
              WHEN "JUDICIAL"
                 PERFORM 3320-JUDICIAL THRU 3320-EXIT
              WHEN "GARANTIA"
                 PERFORM 3330-GARANTIA THRU 3330-EXIT
              WHEN "SOLCRED"
                 PERFORM 3340-SOLCRED THRU 3340-EXIT
              WHEN "CREDNIVEL"
                 PERFORM 3350-CREDNIVEL THRU 3350-EXIT
              WHEN "CONTACTO"
                 PERFORM 3360-CONTACTO THRU 3360-EXIT
              WHEN "OBJVTA"
                 PERFORM 3370-OBJVTA THRU 3370-EXIT
              WHEN "ARTCOSTO"
                 PERFORM 3380-ARTCOSTO THRU 3380-EXIT
              WHEN "ENDOSO"
                 PERFORM 3390-ENDOSO THRU 3390-EXIT
              WHEN OTHER
                 MOVE ENTRADA-REG TO SALIDA-REG
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Cliente: nombre, domicilio, telefonos, CUIT, documento,
      *    ultimos digitos de la tarjeta, contacto y correo. A los
      *    CUIT de sociedad (prefijo 30, 33 o 34) les corresponde
      *    una razon social en lugar de un nombre de persona.
      ******************************************************************
       3010-CLIENTE.
           MOVE ENTRADA-REG TO A101-REG
           MOVE A101-CLIENTE TO WK-CLAVE-FICT
           PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
           PERFORM 8200-DOMICILIO-FICTICIO THRU 8200-EXIT
           MOVE "N" TO WK-ES-EMPRESA
           IF A101-NRO-CUIT NUMERIC AND A101-NRO-CUIT > ZERO
              MOVE A101-NRO-CUIT TO WK-CUIT-NRO
              IF WK-CUIT-PREFIJO = 30 OR 33 OR 34
                 MOVE "S" TO WK-ES-EMPRESA
              END-IF
              PERFORM 8300-CUIT-FICTICIO THRU 8300-EXIT
              MOVE WK-CUIT-NRO TO A101-NRO-CUIT
           END-IF
           IF WK-ES-EMPRESA = "S"
              MOVE SPACES TO A101-NOMBRE
              STRING WK-APELLIDO-FICT DELIMITED BY SPACE
                     " HNOS. S.A."    DELIMITED BY SIZE
                  INTO A101-NOMBRE
           ELSE
              MOVE WK-NOMBRE-FICT TO A101-NOMBRE
           END-IF
           MOVE WK-DOMICILIO-FICT TO A101-DOMICILIO
           MOVE WK-TELEFONO-FICT  TO A101-TEL-1
           IF A101-TEL-2 NOT = SPACES
              MOVE "5" TO WK-TEL-TIPO
              MOVE WK-TELEFONO-FICT TO A101-TEL-2
           END-IF
           IF A101-FAX NOT = SPACES
              MOVE "6" TO WK-TEL-TIPO
              MOVE WK-TELEFONO-FICT TO A101-FAX
           END-IF
           IF A101-NRO-DOC NUMERIC AND A101-NRO-DOC > ZERO
              MOVE A101-NRO-DOC TO WK-CUERPO-ORIG
              PERFORM 8350-CUERPO-FICTICIO THRU 8350-EXIT
              MOVE WK-CUERPO-FICT TO A101-NRO-DOC
           END-IF
           IF A101-TARJETA NUMERIC AND A101-TARJETA > ZERO
              AND A101-TARJETA-ULT4 NOT = SPACES
              PERFORM 8500-TARJETA-FICTICIA THRU 8500-EXIT
              MOVE WK-TARJETA-ALFA(13:4) TO A101-TARJETA-ULT4
           END-IF
           IF A101-EMAIL NOT = SPACES
              MOVE SPACES TO A101-EMAIL
              STRING "cliente" A101-CLIENTE "@ejemplo.com.ar"
                  DELIMITED BY SIZE INTO A101-EMAIL
           END-IF
           IF A101-CONTACTO NOT = SPACES
              COMPUTE WK-CLAVE-FICT = A101-CLIENTE + 7
              PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
              MOVE WK-NOMBRE-FICT TO A101-CONTACTO
           END-IF
           IF ESCALA-IMPORTES
              IF A101-MONTO-CREDITO NUMERIC
                 COMPUTE A101-MONTO-CREDITO =
                         A101-MONTO-CREDITO * WK-FACTOR
              END-IF
              IF A101-CREDITO-UTILIZADO NUMERIC
                 COMPUTE A101-CREDITO-UTILIZADO =
                         A101-CREDITO-UTILIZADO * WK-FACTOR
              END-IF
              PERFORM 3015-ESCALAR-SALDOS THRU 3015-EXIT
                  VARYING WK-IND-OCURR FROM 1 BY 1
                  UNTIL WK-IND-OCURR > 4
           END-IF
           MOVE A101-REG TO SALIDA-REG.
       3010-EXIT.
           EXIT.

       3015-ESCALAR-SALDOS.
           IF A101-SALDO(WK-IND-OCURR) NUMERIC
              COMPUTE A101-SALDO(WK-IND-OCURR) =
                      A101-SALDO(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF A101-SALDO-RESU(WK-IND-OCURR) NUMERIC
              COMPUTE A101-SALDO-RESU(WK-IND-OCURR) =
                      A101-SALDO-RESU(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF A101-PEND-REMITOS(WK-IND-OCURR) NUMERIC
              COMPUTE A101-PEND-REMITOS(WK-IND-OCURR) =
                      A101-PEND-REMITOS(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF A101-PEND-PEDIDOS(WK-IND-OCURR) NUMERIC
              COMPUTE A101-PEND-PEDIDOS(WK-IND-OCURR) =
                      A101-PEND-PEDIDOS(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF A101-MONTO-VALORES(WK-IND-OCURR) NUMERIC
              COMPUTE A101-MONTO-VALORES(WK-IND-OCURR) =
                      A101-MONTO-VALORES(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF A101-MONTO-DOCUMEN(WK-IND-OCURR) NUMERIC
              COMPUTE A101-MONTO-DOCUMEN(WK-IND-OCURR) =
                      A101-MONTO-DOCUMEN(WK-IND-OCURR) * WK-FACTOR
           END-IF.
       3015-EXIT.
           EXIT.

       3020-MOVCTAC.
           MOVE ENTRADA-REG TO MOVCTA-REG
           IF ESCALA-IMPORTES
              IF MOVCTA-IMPORTE NUMERIC
                 COMPUTE MOVCTA-IMPORTE = MOVCTA-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE MOVCTA-REG TO SALIDA-REG.
       3020-EXIT.
           EXIT.

       3030-RECIBOS.
           MOVE ENTRADA-REG TO RECIBO-REG
           IF ESCALA-IMPORTES
              IF RECIBO-IMPORTE NUMERIC
                 COMPUTE RECIBO-IMPORTE = RECIBO-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE RECIBO-REG TO SALIDA-REG.
       3030-EXIT.
           EXIT.

       3040-PEDIDOS.
           MOVE ENTRADA-REG TO PEDIDO-REG
           IF ESCALA-IMPORTES
              IF PEDIDO-IMPORTE NUMERIC
                 COMPUTE PEDIDO-IMPORTE = PEDIDO-IMPORTE * WK-FACTOR
              END-IF
              IF PEDIDO-IMPORTE-REMITADO NUMERIC
                 COMPUTE PEDIDO-IMPORTE-REMITADO =
                         PEDIDO-IMPORTE-REMITADO * WK-FACTOR
              END-IF
           END-IF
           MOVE PEDIDO-REG TO SALIDA-REG.
       3040-EXIT.
           EXIT.

       3050-REMITOS.
           MOVE ENTRADA-REG TO REMITO-REG
           IF REMITO-RECIBIDO-POR NOT = SPACES
              COMPUTE WK-CLAVE-FICT = REMITO-CLIENTE + 3
              PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
              MOVE WK-NOMBRE-FICT TO REMITO-RECIBIDO-POR
           END-IF
           IF ESCALA-IMPORTES
              IF REMITO-IMPORTE NUMERIC
                 COMPUTE REMITO-IMPORTE = REMITO-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE REMITO-REG TO SALIDA-REG.
       3050-EXIT.
           EXIT.

       3060-VALORES.
           MOVE ENTRADA-REG TO VALOR-REG
           IF ESCALA-IMPORTES
              IF VALOR-IMPORTE NUMERIC
                 COMPUTE VALOR-IMPORTE = VALOR-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE VALOR-REG TO SALIDA-REG.
       3060-EXIT.
           EXIT.

       3070-COBRADOR.
           MOVE ENTRADA-REG TO COBRADOR-REG
           COMPUTE WK-CLAVE-FICT = COBRADOR-CODIGO + 500000
           PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
           MOVE WK-NOMBRE-FICT TO COBRADOR-NOMBRE
           IF COBRADOR-NRO-DOC NUMERIC AND COBRADOR-NRO-DOC > ZERO
              MOVE COBRADOR-NRO-DOC TO WK-CUERPO-ORIG
              PERFORM 8350-CUERPO-FICTICIO THRU 8350-EXIT
              MOVE WK-CUERPO-FICT TO COBRADOR-NRO-DOC
           END-IF
           MOVE COBRADOR-REG TO SALIDA-REG.
       3070-EXIT.
           EXIT.

       3080-VENDEDOR.
           MOVE ENTRADA-REG TO VENDEDOR-REG
           COMPUTE WK-CLAVE-FICT = VENDEDOR-CODIGO + 600000
           PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
           MOVE WK-NOMBRE-FICT TO VENDEDOR-NOMBRE
           MOVE VENDEDOR-REG TO SALIDA-REG.
       3080-EXIT.
           EXIT.

       3090-FACTURAS.
           MOVE ENTRADA-REG TO FACTURA-REG
           IF ESCALA-IMPORTES
              IF FACTURA-NETO NUMERIC
                 COMPUTE FACTURA-NETO = FACTURA-NETO * WK-FACTOR
              END-IF
              IF FACTURA-IVA NUMERIC
                 COMPUTE FACTURA-IVA = FACTURA-IVA * WK-FACTOR
              END-IF
              IF FACTURA-PERCEP-IIBB NUMERIC
                 COMPUTE FACTURA-PERCEP-IIBB =
                         FACTURA-PERCEP-IIBB * WK-FACTOR
              END-IF
              IF FACTURA-TOTAL NUMERIC
                 COMPUTE FACTURA-TOTAL = FACTURA-TOTAL * WK-FACTOR
              END-IF
              IF FACTURA-NETO-GENERAL NUMERIC
                 COMPUTE FACTURA-NETO-GENERAL =
                         FACTURA-NETO-GENERAL * WK-FACTOR
              END-IF
              IF FACTURA-IVA-GENERAL NUMERIC
                 COMPUTE FACTURA-IVA-GENERAL =
                         FACTURA-IVA-GENERAL * WK-FACTOR
              END-IF
              IF FACTURA-NETO-REDUCIDA NUMERIC
                 COMPUTE FACTURA-NETO-REDUCIDA =
                         FACTURA-NETO-REDUCIDA * WK-FACTOR
              END-IF
              IF FACTURA-IVA-REDUCIDA NUMERIC
                 COMPUTE FACTURA-IVA-REDUCIDA =
                         FACTURA-IVA-REDUCIDA * WK-FACTOR
              END-IF
              IF FACTURA-NETO-EXENTO NUMERIC
                 COMPUTE FACTURA-NETO-EXENTO =
                         FACTURA-NETO-EXENTO * WK-FACTOR
              END-IF
           END-IF
           MOVE FACTURA-REG TO SALIDA-REG.
       3090-EXIT.
           EXIT.

       3100-RECAPLIC.
           MOVE ENTRADA-REG TO RECAPLIC-REG
           IF ESCALA-IMPORTES
              IF RECAPLIC-IMPORTE NUMERIC
                 COMPUTE RECAPLIC-IMPORTE = RECAPLIC-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE RECAPLIC-REG TO SALIDA-REG.
       3100-EXIT.
           EXIT.

       3110-RETENC.
           MOVE ENTRADA-REG TO RETENC-REG
           IF ESCALA-IMPORTES
              IF RETENC-IMPORTE NUMERIC
                 COMPUTE RETENC-IMPORTE = RETENC-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE RETENC-REG TO SALIDA-REG.
       3110-EXIT.
           EXIT.

       3120-PERCREG.
           MOVE ENTRADA-REG TO PERCREG-REG
           IF PERCREG-CUIT NUMERIC AND PERCREG-CUIT > ZERO
              MOVE PERCREG-CUIT TO WK-CUIT-NRO
              PERFORM 8300-CUIT-FICTICIO THRU 8300-EXIT
              MOVE WK-CUIT-NRO TO PERCREG-CUIT
           END-IF
           IF ESCALA-IMPORTES
              IF PERCREG-IMPORTE NUMERIC
                 COMPUTE PERCREG-IMPORTE = PERCREG-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE PERCREG-REG TO SALIDA-REG.
       3120-EXIT.
           EXIT.

       3130-DEPOSITO.
           MOVE ENTRADA-REG TO DEPOSITO-REG
           IF ESCALA-IMPORTES
              IF DEPOSITO-IMPORTE NUMERIC
                 COMPUTE DEPOSITO-IMPORTE = DEPOSITO-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE DEPOSITO-REG TO SALIDA-REG.
       3130-EXIT.
           EXIT.

       3140-PLANPAGO.
           MOVE ENTRADA-REG TO PLANPAGO-REG
           IF ESCALA-IMPORTES
              IF PLANPAGO-IMPORTE-TOTAL NUMERIC
                 COMPUTE PLANPAGO-IMPORTE-TOTAL =
                         PLANPAGO-IMPORTE-TOTAL * WK-FACTOR
              END-IF
              PERFORM 3145-ESCALAR-CUOTA THRU 3145-EXIT
                  VARYING WK-IND-OCURR FROM 1 BY 1
                  UNTIL WK-IND-OCURR > 24
           END-IF
           MOVE PLANPAGO-REG TO SALIDA-REG.
       3140-EXIT.
           EXIT.

       3145-ESCALAR-CUOTA.
           IF PLANPAGO-CUO-IMPORTE(WK-IND-OCURR) NUMERIC
              COMPUTE PLANPAGO-CUO-IMPORTE(WK-IND-OCURR) =
                      PLANPAGO-CUO-IMPORTE(WK-IND-OCURR) * WK-FACTOR
           END-IF.
       3145-EXIT.
           EXIT.

       3150-NOTAMAN.
           MOVE ENTRADA-REG TO NOTAMAN-REG
           IF ESCALA-IMPORTES
              IF NOTAMAN-IMPORTE NUMERIC
                 COMPUTE NOTAMAN-IMPORTE = NOTAMAN-IMPORTE * WK-FACTOR
              END-IF
              IF NOTAMAN-IVA NUMERIC
                 COMPUTE NOTAMAN-IVA = NOTAMAN-IVA * WK-FACTOR
              END-IF
           END-IF
           MOVE NOTAMAN-REG TO SALIDA-REG.
       3150-EXIT.
           EXIT.

       3160-PEDIDLIN.
           MOVE ENTRADA-REG TO PEDIDLIN-REG
           IF ESCALA-IMPORTES
              IF PEDIDLIN-PRECIO NUMERIC
                 COMPUTE PEDIDLIN-PRECIO = PEDIDLIN-PRECIO * WK-FACTOR
              END-IF
           END-IF
           MOVE PEDIDLIN-REG TO SALIDA-REG.
       3160-EXIT.
           EXIT.

       3170-MOVCHIST.
           MOVE ENTRADA-REG TO MOVHIS-REG
           IF ESCALA-IMPORTES
              IF MOVHIS-IMPORTE NUMERIC
                 COMPUTE MOVHIS-IMPORTE = MOVHIS-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE MOVHIS-REG TO SALIDA-REG.
       3170-EXIT.
           EXIT.

      ******************************************************************
      *    Operadores: mismo usuario y perfil, nombre ficticio y la
      *    clave inicial de capacitacion ya vencida (OPERADOR-LOGIN
      *    exige cambiarla en el primer ingreso).
      ******************************************************************
       3180-OPERADOR.
           MOVE ENTRADA-REG TO OPERADOR-REG
           COMPUTE WK-CLAVE-FICT = WK-CANT-REGISTROS + 700001
           PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
           MOVE WK-NOMBRE-FICT      TO OPERADOR-NOMBRE
           MOVE WK-HASH             TO OPERADOR-CLAVE-HASH
           MOVE WK-FECHA-GENERACION TO OPERADOR-FECHA-EXPIRA
           MOVE ZERO                TO OPERADOR-INTENTOS
           IF OPERADOR-BLOQUEADO
              MOVE "1" TO OPERADOR-ESTADO
           END-IF
           MOVE OPERADOR-REG TO SALIDA-REG.
       3180-EXIT.
           EXIT.

       3190-REMITLIN.
           MOVE ENTRADA-REG TO REMITLIN-REG
           IF ESCALA-IMPORTES
              IF REMITLIN-PRECIO NUMERIC
                 COMPUTE REMITLIN-PRECIO = REMITLIN-PRECIO * WK-FACTOR
              END-IF
           END-IF
           MOVE REMITLIN-REG TO SALIDA-REG.
       3190-EXIT.
           EXIT.

       3200-FACTLIN.
           MOVE ENTRADA-REG TO FACTLIN-REG
           IF ESCALA-IMPORTES
              IF FACTLIN-PRECIO NUMERIC
                 COMPUTE FACTLIN-PRECIO = FACTLIN-PRECIO * WK-FACTOR
              END-IF
              IF FACTLIN-IMPORTE NUMERIC
                 COMPUTE FACTLIN-IMPORTE = FACTLIN-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE FACTLIN-REG TO SALIDA-REG.
       3200-EXIT.
           EXIT.

       3210-DEVOLUC.
           MOVE ENTRADA-REG TO DEVOLUC-REG
           IF ESCALA-IMPORTES
              IF DEVOLUC-IMPORTE NUMERIC
                 COMPUTE DEVOLUC-IMPORTE = DEVOLUC-IMPORTE * WK-FACTOR
              END-IF
              IF DEVOLUC-IVA NUMERIC
                 COMPUTE DEVOLUC-IVA = DEVOLUC-IVA * WK-FACTOR
              END-IF
           END-IF
           MOVE DEVOLUC-REG TO SALIDA-REG.
       3210-EXIT.
           EXIT.

       3220-FACTVENC.
           MOVE ENTRADA-REG TO FACTVENC-REG
           IF ESCALA-IMPORTES
              IF FACTVENC-IMPORTE NUMERIC
                 COMPUTE FACTVENC-IMPORTE = FACTVENC-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE FACTVENC-REG TO SALIDA-REG.
       3220-EXIT.
           EXIT.

       3230-PPAGO.
           MOVE ENTRADA-REG TO PPAGO-REG
           IF ESCALA-IMPORTES
              IF PPAGO-BASE NUMERIC
                 COMPUTE PPAGO-BASE = PPAGO-BASE * WK-FACTOR
              END-IF
              IF PPAGO-DESCUENTO NUMERIC
                 COMPUTE PPAGO-DESCUENTO = PPAGO-DESCUENTO * WK-FACTOR
              END-IF
              IF PPAGO-IVA NUMERIC
                 COMPUTE PPAGO-IVA = PPAGO-IVA * WK-FACTOR
              END-IF
           END-IF
           MOVE PPAGO-REG TO SALIDA-REG.
       3230-EXIT.
           EXIT.

       3240-DIFCAMB.
           MOVE ENTRADA-REG TO DIFCAMB-REG
           IF ESCALA-IMPORTES
              IF DIFCAMB-IMPORTE-USD NUMERIC
                 COMPUTE DIFCAMB-IMPORTE-USD =
                         DIFCAMB-IMPORTE-USD * WK-FACTOR
              END-IF
              IF DIFCAMB-DIFERENCIA NUMERIC
                 COMPUTE DIFCAMB-DIFERENCIA =
                         DIFCAMB-DIFERENCIA * WK-FACTOR
              END-IF
              IF DIFCAMB-IVA NUMERIC
                 COMPUTE DIFCAMB-IVA = DIFCAMB-IVA * WK-FACTOR
              END-IF
           END-IF
           MOVE DIFCAMB-REG TO SALIDA-REG.
       3240-EXIT.
           EXIT.

       3250-DEBAUTO.
           MOVE ENTRADA-REG TO DEBAUTO-REG
           IF DEBAUTO-TARJETA-ULT4 NOT = SPACES
              MOVE DEBAUTO-CLIENTE TO WK-CLAVE-FICT
              PERFORM 8500-TARJETA-FICTICIA THRU 8500-EXIT
              MOVE WK-TARJETA-ALFA(13:4) TO DEBAUTO-TARJETA-ULT4
           END-IF
           IF ESCALA-IMPORTES
              IF DEBAUTO-SALDO NUMERIC
                 COMPUTE DEBAUTO-SALDO = DEBAUTO-SALDO * WK-FACTOR
              END-IF
              IF DEBAUTO-RECARGO NUMERIC
                 COMPUTE DEBAUTO-RECARGO = DEBAUTO-RECARGO * WK-FACTOR
              END-IF
              IF DEBAUTO-IMPORTE NUMERIC
                 COMPUTE DEBAUTO-IMPORTE = DEBAUTO-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE DEBAUTO-REG TO SALIDA-REG.
       3250-EXIT.
           EXIT.

       3260-ABONOS.
           MOVE ENTRADA-REG TO ABONO-REG
           IF ESCALA-IMPORTES
              IF ABONO-IMPORTE NUMERIC
                 COMPUTE ABONO-IMPORTE = ABONO-IMPORTE * WK-FACTOR
              END-IF
              IF ABONO-ULT-IMPORTE NUMERIC
                 COMPUTE ABONO-ULT-IMPORTE =
                         ABONO-ULT-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE ABONO-REG TO SALIDA-REG.
       3260-EXIT.
           EXIT.

       3270-PRESUP.
           MOVE ENTRADA-REG TO PRESUP-REG
           IF ESCALA-IMPORTES
              IF PRESUP-IMPORTE NUMERIC
                 COMPUTE PRESUP-IMPORTE = PRESUP-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE PRESUP-REG TO SALIDA-REG.
       3270-EXIT.
           EXIT.

       3280-PRESLIN.
           MOVE ENTRADA-REG TO PRESLIN-REG
           IF ESCALA-IMPORTES
              IF PRESLIN-PRECIO NUMERIC
                 COMPUTE PRESLIN-PRECIO = PRESLIN-PRECIO * WK-FACTOR
              END-IF
           END-IF
           MOVE PRESLIN-REG TO SALIDA-REG.
       3280-EXIT.
           EXIT.

       3290-CIRCULAR.
           MOVE ENTRADA-REG TO CIRC-REG
           MOVE SPACES TO CIRC-OBSERVACION
           IF ESCALA-IMPORTES
              PERFORM 3295-ESCALAR-CIRCULAR THRU 3295-EXIT
                  VARYING WK-IND-OCURR FROM 1 BY 1
                  UNTIL WK-IND-OCURR > 4
           END-IF
           MOVE CIRC-REG TO SALIDA-REG.
       3290-EXIT.
           EXIT.

       3295-ESCALAR-CIRCULAR.
           IF CIRC-SALDO(WK-IND-OCURR) NUMERIC
              COMPUTE CIRC-SALDO(WK-IND-OCURR) =
                      CIRC-SALDO(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF CIRC-SALDO-CLIENTE(WK-IND-OCURR) NUMERIC
              COMPUTE CIRC-SALDO-CLIENTE(WK-IND-OCURR) =
                      CIRC-SALDO-CLIENTE(WK-IND-OCURR) * WK-FACTOR
           END-IF.
       3295-EXIT.
           EXIT.

       3300-CASTIGO.
           MOVE ENTRADA-REG TO CASTIGO-REG
           IF ESCALA-IMPORTES
              IF CASTIGO-IMPORTE NUMERIC
                 COMPUTE CASTIGO-IMPORTE = CASTIGO-IMPORTE * WK-FACTOR
              END-IF
              IF CASTIGO-RECUPERADO NUMERIC
                 COMPUTE CASTIGO-RECUPERADO =
                         CASTIGO-RECUPERADO * WK-FACTOR
              END-IF
           END-IF
           MOVE CASTIGO-REG TO SALIDA-REG.
       3300-EXIT.
           EXIT.

       3310-PREVISION.
           MOVE ENTRADA-REG TO PREV-REG
           IF ESCALA-IMPORTES
              IF PREV-TOTAL NUMERIC
                 COMPUTE PREV-TOTAL = PREV-TOTAL * WK-FACTOR
              END-IF
              IF PREV-ANTERIOR NUMERIC
                 COMPUTE PREV-ANTERIOR = PREV-ANTERIOR * WK-FACTOR
              END-IF
              IF PREV-VARIACION NUMERIC
                 COMPUTE PREV-VARIACION = PREV-VARIACION * WK-FACTOR
              END-IF
              PERFORM 3315-ESCALAR-PREVISION THRU 3315-EXIT
                  VARYING WK-IND-OCURR FROM 1 BY 1
                  UNTIL WK-IND-OCURR > 4
           END-IF
           MOVE PREV-REG TO SALIDA-REG.
       3310-EXIT.
           EXIT.

       3315-ESCALAR-PREVISION.
           IF PREV-DEUDA(WK-IND-OCURR) NUMERIC
              COMPUTE PREV-DEUDA(WK-IND-OCURR) =
                      PREV-DEUDA(WK-IND-OCURR) * WK-FACTOR
           END-IF
           IF PREV-IMPORTE(WK-IND-OCURR) NUMERIC
              COMPUTE PREV-IMPORTE(WK-IND-OCURR) =
                      PREV-IMPORTE(WK-IND-OCURR) * WK-FACTOR
           END-IF.
       3315-EXIT.
           EXIT.

       3320-JUDICIAL.
           MOVE ENTRADA-REG TO JUDIC-REG
           IF JUDIC-ABOGADO NOT = SPACES
              COMPUTE WK-CLAVE-FICT = JUDIC-CLIENTE + 11
              PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
              MOVE SPACES TO JUDIC-ABOGADO
              STRING "ESTUDIO "       DELIMITED BY SIZE
                     WK-APELLIDO-FICT DELIMITED BY SPACE
                  INTO JUDIC-ABOGADO
           END-IF
           IF ESCALA-IMPORTES
              IF JUDIC-RECLAMADO NUMERIC
                 COMPUTE JUDIC-RECLAMADO = JUDIC-RECLAMADO * WK-FACTOR
              END-IF
              IF JUDIC-VERIFICADO NUMERIC
                 COMPUTE JUDIC-VERIFICADO = JUDIC-VERIFICADO * WK-FACTOR
              END-IF
              IF JUDIC-GASTOS NUMERIC
                 COMPUTE JUDIC-GASTOS = JUDIC-GASTOS * WK-FACTOR
              END-IF
              IF JUDIC-GASTOS-CARGADOS NUMERIC
                 COMPUTE JUDIC-GASTOS-CARGADOS =
                         JUDIC-GASTOS-CARGADOS * WK-FACTOR
              END-IF
           END-IF
           MOVE JUDIC-REG TO SALIDA-REG.
       3320-EXIT.
           EXIT.

       3330-GARANTIA.
           MOVE ENTRADA-REG TO GARANT-REG
           IF GARANT-EMISOR NOT = SPACES
              COMPUTE WK-CLAVE-FICT = GARANT-CLIENTE + 13
              PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
              MOVE SPACES TO GARANT-EMISOR
              STRING WK-APELLIDO-FICT DELIMITED BY SPACE
                     " HNOS. S.A."    DELIMITED BY SIZE
                  INTO GARANT-EMISOR
           END-IF
           IF GARANT-EMISOR-CUIT NUMERIC
              AND GARANT-EMISOR-CUIT > ZERO
              MOVE GARANT-EMISOR-CUIT TO WK-CUIT-NRO
              PERFORM 8300-CUIT-FICTICIO THRU 8300-EXIT
              MOVE WK-CUIT-NRO TO GARANT-EMISOR-CUIT
           END-IF
           MOVE SPACES TO GARANT-OBSERVACION
           IF ESCALA-IMPORTES
              IF GARANT-IMPORTE NUMERIC
                 COMPUTE GARANT-IMPORTE = GARANT-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE GARANT-REG TO SALIDA-REG.
       3330-EXIT.
           EXIT.

       3340-SOLCRED.
           MOVE ENTRADA-REG TO SOLCRED-REG
           MOVE SPACES TO SOLCRED-OBSERVACION
           IF ESCALA-IMPORTES
              IF SOLCRED-LIMITE-ACTUAL NUMERIC
                 COMPUTE SOLCRED-LIMITE-ACTUAL =
                         SOLCRED-LIMITE-ACTUAL * WK-FACTOR
              END-IF
              IF SOLCRED-LIMITE-PROPUESTO NUMERIC
                 COMPUTE SOLCRED-LIMITE-PROPUESTO =
                         SOLCRED-LIMITE-PROPUESTO * WK-FACTOR
              END-IF
           END-IF
           MOVE SOLCRED-REG TO SALIDA-REG.
       3340-EXIT.
           EXIT.

       3350-CREDNIVEL.
           MOVE ENTRADA-REG TO CREDNIV-REG
           IF ESCALA-IMPORTES
              IF CREDNIV-HASTA NUMERIC
                 COMPUTE CREDNIV-HASTA = CREDNIV-HASTA * WK-FACTOR
              END-IF
           END-IF
           MOVE CREDNIV-REG TO SALIDA-REG.
       3350-EXIT.
           EXIT.

       3360-CONTACTO.
           MOVE ENTRADA-REG TO CONTACTO-REG
           COMPUTE WK-CLAVE-FICT = CONTACTO-CLIENTE * 100
                                 + CONTACTO-NRO
           PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
           PERFORM 8200-DOMICILIO-FICTICIO THRU 8200-EXIT
           MOVE WK-NOMBRE-FICT TO CONTACTO-NOMBRE
           IF CONTACTO-TELEFONO NOT = SPACES
              MOVE WK-CELULAR-FICT TO CONTACTO-TELEFONO
           END-IF
           IF CONTACTO-EMAIL NOT = SPACES
              MOVE SPACES TO CONTACTO-EMAIL
              STRING "contacto" CONTACTO-NRO "." CONTACTO-CLIENTE
                     "@ejemplo.com.ar"
                  DELIMITED BY SIZE INTO CONTACTO-EMAIL
           END-IF
           MOVE CONTACTO-REG TO SALIDA-REG.
       3360-EXIT.
           EXIT.

       3370-OBJVTA.
           MOVE ENTRADA-REG TO OBJVTA-REG
           IF ESCALA-IMPORTES
              IF OBJVTA-IMPORTE NUMERIC
                 COMPUTE OBJVTA-IMPORTE = OBJVTA-IMPORTE * WK-FACTOR
              END-IF
           END-IF
           MOVE OBJVTA-REG TO SALIDA-REG.
       3370-EXIT.
           EXIT.

       3380-ARTCOSTO.
           MOVE ENTRADA-REG TO ARTCOSTO-REG
           IF ESCALA-IMPORTES
              IF ARTCOSTO-COSTO NUMERIC
                 COMPUTE ARTCOSTO-COSTO = ARTCOSTO-COSTO * WK-FACTOR
              END-IF
           END-IF
           MOVE ARTCOSTO-REG TO SALIDA-REG.
       3380-EXIT.
           EXIT.

      ******************************************************************
      *    Endoso: el proveedor beneficiario toma una razon social
      *    ficticia por lista (todos los cheques de una entrega
      *    quedan al mismo proveedor) y un CUIT ficticio.
      ******************************************************************
       3390-ENDOSO.
           MOVE ENTRADA-REG TO ENDOSO-REG
           IF ENDOSO-BENEF-NOMBRE NOT = SPACES
              COMPUTE WK-CLAVE-FICT = ENDOSO-LISTA + 17
              PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
              MOVE SPACES TO ENDOSO-BENEF-NOMBRE
              STRING WK-APELLIDO-FICT DELIMITED BY SPACE
                     " HNOS. S.A."    DELIMITED BY SIZE
                  INTO ENDOSO-BENEF-NOMBRE
           END-IF
           IF ENDOSO-BENEF-CUIT NUMERIC
              AND ENDOSO-BENEF-CUIT > ZERO
              MOVE ENDOSO-BENEF-CUIT TO WK-CUIT-NRO
              PERFORM 8300-CUIT-FICTICIO THRU 8300-EXIT
              MOVE WK-CUIT-NRO TO ENDOSO-BENEF-CUIT
           END-IF
           IF ESCALA-IMPORTES
              IF ENDOSO-DEUDA-PROV NUMERIC
                 COMPUTE ENDOSO-DEUDA-PROV =
                         ENDOSO-DEUDA-PROV * WK-FACTOR
              END-IF
           END-IF
           MOVE ENDOSO-REG TO SALIDA-REG.
       3390-EXIT.
           EXIT.

      ******************************************************************
      *    TARJCLI no viaja en el resguardo: se lee el archivo vivo
      *    y se graba la copia de prueba con numeros de tarjeta
      *    ficticios. Cada lectura queda asentada en TARJACC.TXT
      *    como cualquier acceso al numero completo.
      ******************************************************************
       4000-TARJETAS.
           OPEN INPUT TARJCLI
           IF STATUS-TARJCLI = "35"
              DISPLAY "SIN ARCHIVO DE TARJETAS - NO SE COPIA"
              GO TO 4000-EXIT
           END-IF
           IF STATUS-TARJCLI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR TARJCLI - STATUS ",
                      STATUS-TARJCLI
              MOVE "S" TO WK-HAY-ERROR
              GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT TARJCLI-PRUEBA
           IF STATUS-TARJPRU NOT = "00"
              DISPLAY "NO SE PUDO CREAR ", WK-ARCHIVO-TARJETAS,
                      " - STATUS ", STATUS-TARJPRU
              MOVE "S" TO WK-HAY-ERROR
              CLOSE TARJCLI
              GO TO 4000-EXIT
           END-IF
           OPEN EXTEND TARJACC
           IF STATUS-TARJACC = "35"
              OPEN OUTPUT TARJACC
           END-IF
           MOVE "ANONIMIZACION PRUEBA" TO WK-A-OPERACION
           MOVE WK-USUARIO TO WK-A-USUARIO
           MOVE "N" TO WK-EOF-TARJCLI
           PERFORM 4100-COPIAR-TARJETA THRU 4100-EXIT
               UNTIL WK-EOF-TARJCLI = "S"
           CLOSE TARJCLI
           CLOSE TARJCLI-PRUEBA
           CLOSE TARJACC
           DISPLAY "TARJETAS DE PRUEBA EN ", WK-ARCHIVO-TARJETAS,
                   " - ", WK-TOTAL-TARJETAS.
       4000-EXIT.
           EXIT.

       4100-COPIAR-TARJETA.
           READ TARJCLI NEXT
               AT END MOVE "S" TO WK-EOF-TARJCLI
           END-READ
           IF WK-EOF-TARJCLI = "S"
              GO TO 4100-EXIT
           END-IF
           ACCEPT WK-A-FECHA FROM DATE YYYYMMDD
           ACCEPT WK-A-HORA  FROM TIME
           MOVE TARJCLI-CLIENTE TO WK-A-CLIENTE
           WRITE TARJACC-LINEA FROM WK-LINEA-ACCESO
           MOVE TARJCLI-CLIENTE TO WK-CLAVE-FICT
           PERFORM 8100-NOMBRE-FICTICIO THRU 8100-EXIT
           PERFORM 8500-TARJETA-FICTICIA THRU 8500-EXIT
           MOVE WK-NOMBRE-FICT  TO TARJCLI-NOMBRE
           MOVE WK-TARJETA-NRO  TO TARJCLI-NRO
           MOVE TARJCLI-REG     TO TARJPRU-REG
           WRITE TARJPRU-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR TARJETA DE PRUEBA ",
                          TARJCLI-CLIENTE
           END-WRITE
           ADD 1 TO WK-TOTAL-TARJETAS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    Nombre ficticio de persona ("APELLIDO, NOMBRE") para la
      *    clave en WK-CLAVE-FICT.
      ******************************************************************
       8100-NOMBRE-FICTICIO.
           COMPUTE WK-AUX = WK-CLAVE-FICT + WK-SEMILLA
           DIVIDE WK-AUX BY 20 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           COMPUTE WK-IND-APELLIDO = WK-RESTO + 1
           DIVIDE WK-COCIENTE BY 20 GIVING WK-AUX
               REMAINDER WK-RESTO
           COMPUTE WK-IND-NOMBRE = WK-RESTO + 1
           MOVE WK-APELLIDO(WK-IND-APELLIDO) TO WK-APELLIDO-FICT
           MOVE SPACES TO WK-NOMBRE-FICT
           STRING WK-APELLIDO-FICT            DELIMITED BY SPACE
                  ", "                        DELIMITED BY SIZE
                  WK-NOMBRE-PILA(WK-IND-NOMBRE) DELIMITED BY SPACE
               INTO WK-NOMBRE-FICT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    Domicilio y numero de telefono ficticios para la clave en
      *    WK-CLAVE-FICT.
      ******************************************************************
       8200-DOMICILIO-FICTICIO.
           COMPUTE WK-AUX = WK-CLAVE-FICT * 7 + WK-SEMILLA
           DIVIDE WK-AUX BY 20 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           COMPUTE WK-IND-CALLE = WK-RESTO + 1
           DIVIDE WK-AUX BY 9000 GIVING WK-COCIENTE
               REMAINDER WK-ALTURA
           ADD 1000 TO WK-ALTURA
           DIVIDE WK-AUX BY 10000000 GIVING WK-COCIENTE
               REMAINDER WK-TEL-NUMERO
           MOVE SPACES TO WK-DOMICILIO-FICT
           STRING WK-CALLE(WK-IND-CALLE) DELIMITED BY "  "
                  " "                    DELIMITED BY SIZE
                  WK-ALTURA              DELIMITED BY SIZE
               INTO WK-DOMICILIO-FICT
           MOVE "4"           TO WK-TEL-TIPO
           MOVE WK-TEL-NUMERO TO WK-TEL-DIGITOS WK-CEL-DIGITOS.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    CUIT ficticio sobre WK-CUIT-NRO. Si el digito da 10 se
      *    cambia el segundo digito del prefijo (20 pasa a 23, 30 a
      *    33) como hace la AFIP, y el recalculo ya no puede dar 10.
      ******************************************************************
       8300-CUIT-FICTICIO.
           MOVE WK-CUIT-CUERPO TO WK-CUERPO-ORIG
           PERFORM 8350-CUERPO-FICTICIO THRU 8350-EXIT
           MOVE WK-CUERPO-FICT TO WK-CUIT-CUERPO
           PERFORM 8310-DIGITO-CUIT THRU 8310-EXIT
           IF WK-DV-CALC = 10
              IF WK-CUIT-PREF-2 = 3
                 MOVE 4 TO WK-CUIT-PREF-2
              ELSE
                 MOVE 3 TO WK-CUIT-PREF-2
              END-IF
              PERFORM 8310-DIGITO-CUIT THRU 8310-EXIT
           END-IF
           MOVE WK-DV-CALC TO WK-CUIT-DV.
       8300-EXIT.
           EXIT.

       8310-DIGITO-CUIT.
           MOVE ZERO TO WK-SUMA
           PERFORM 8320-SUMAR-DIGITO THRU 8320-EXIT
               VARYING WK-IND FROM 1 BY 1 UNTIL WK-IND > 10
           DIVIDE WK-SUMA BY 11 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           IF WK-RESTO = ZERO
              MOVE ZERO TO WK-DV-CALC
           ELSE
              COMPUTE WK-DV-CALC = 11 - WK-RESTO
           END-IF.
       8310-EXIT.
           EXIT.

       8320-SUMAR-DIGITO.
           COMPUTE WK-SUMA = WK-SUMA
                 + WK-CUIT-DIGITO(WK-IND) * WK-PESO(WK-IND).
       8320-EXIT.
           EXIT.

      ******************************************************************
      *    Reemplazo del numero de 8 digitos (documento o cuerpo del
      *    CUIT): por 7 mas la semilla, modulo 10**8. Es biunivoco,
      *    asi que dos numeros distintos nunca quedan iguales.
      ******************************************************************
       8350-CUERPO-FICTICIO.
           COMPUTE WK-AUX = WK-CUERPO-ORIG * 7 + WK-SEMILLA
           DIVIDE WK-AUX BY 100000000 GIVING WK-COCIENTE
               REMAINDER WK-CUERPO-FICT.
       8350-EXIT.
           EXIT.

      ******************************************************************
      *    Acumula los controles sobre el registro en WK-REG-SUMA:
      *    cantidad y suma ponderada de caracteres (posicion en la
      *    tabla por apariciones, modulo 10**12).
      ******************************************************************
       8400-ACUMULAR-CONTROL.
           ADD 1 TO WK-CANT-REGISTROS
           MOVE ZERO TO WK-SUMA-REGISTRO
           PERFORM 8410-SUMAR-CARACTER THRU 8410-EXIT
               VARYING WK-IND-TABLA FROM 1 BY 1
               UNTIL WK-IND-TABLA > 64
           COMPUTE WK-SUMA-TEMPORAL =
                   WK-SUMA-CONTROL + WK-SUMA-REGISTRO
           DIVIDE WK-SUMA-TEMPORAL BY 1000000000000
               GIVING WK-DESCARTE
               REMAINDER WK-SUMA-CONTROL.
       8400-EXIT.
           EXIT.

       8410-SUMAR-CARACTER.
           MOVE ZERO TO WK-CANT-CARACTER
           INSPECT WK-REG-SUMA TALLYING WK-CANT-CARACTER
               FOR ALL WK-ALFABETO(WK-IND-TABLA:1)
           COMPUTE WK-SUMA-REGISTRO = WK-SUMA-REGISTRO
                 + WK-CANT-CARACTER * WK-IND-TABLA.
       8410-EXIT.
           EXIT.

      ******************************************************************
      *    Numero de tarjeta de prueba para el cliente en
      *    WK-CLAVE-FICT, con digito verificador de Luhn (se
      *    duplican las posiciones impares de las 15 primeras).
      ******************************************************************
       8500-TARJETA-FICTICIA.
           MOVE 99990 TO WK-TARJ-PREFIJO
           MOVE WK-CLAVE-FICT TO WK-TARJ-CLIENTE
           COMPUTE WK-AUX = WK-CLAVE-FICT * 7 + WK-SEMILLA
           DIVIDE WK-AUX BY 10000 GIVING WK-COCIENTE
               REMAINDER WK-TARJ-COMPLEMENTO
           MOVE ZERO TO WK-SUMA
           PERFORM 8510-SUMAR-LUHN THRU 8510-EXIT
               VARYING WK-IND FROM 1 BY 1 UNTIL WK-IND > 15
           DIVIDE WK-SUMA BY 10 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           IF WK-RESTO = ZERO
              MOVE ZERO TO WK-TARJ-DV
           ELSE
              COMPUTE WK-TARJ-DV = 10 - WK-RESTO
           END-IF.
       8500-EXIT.
           EXIT.

       8510-SUMAR-LUHN.
           DIVIDE WK-IND BY 2 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           IF WK-RESTO = 1
              COMPUTE WK-DOBLE = WK-TARJ-DIGITO(WK-IND) * 2
              IF WK-DOBLE > 9
                 SUBTRACT 9 FROM WK-DOBLE
              END-IF
              ADD WK-DOBLE TO WK-SUMA
           ELSE
              ADD WK-TARJ-DIGITO(WK-IND) TO WK-SUMA
           END-IF.
       8510-EXIT.
           EXIT.

       9000-FINALIZAR.
           DISPLAY "ARCHIVOS ANONIMIZADOS . : ", WK-TOTAL-ARCHIVOS
           DISPLAY "ARCHIVOS OMITIDOS . . . : ", WK-TOTAL-OMITIDOS
           DISPLAY "TARJETAS DE PRUEBA  . . : ", WK-TOTAL-TARJETAS
           IF WK-HAY-ERROR = "S"
              DISPLAY "EL JUEGO DE PRUEBA QUEDO INCOMPLETO"
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "PARA CARGARLO: BACKUP-RESTORE EN ",
                      WK-DIRECTORIO, " CON FECHA ",
                      WK-FECHA-GENERACION
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "BACKUP-ANONIMIZA".
