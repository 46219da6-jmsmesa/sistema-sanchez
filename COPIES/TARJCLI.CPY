      ******   DATOS DE TARJETA DE CLIENTES (ARCHIVO RESTRINGIDO)  ****
      ******************************************************************
      *    Un registro por cliente con tarjeta. ESTE COPY SOLO DEBE
      *    COPIARSE EN TARJETAS-ABM, TARJETAS-CONVERSION,
      *    DEBAUTO-PRESENTACION (arma el archivo para la
      *    procesadora de la tarjeta) Y BACKUP-ANONIMIZA (copia
      *    para el ambiente de prueba con numeros ficticios, no
      *    viaja en el resguardo nocturno): el numero completo salio
      *    del registro A101 justamente para que los reportes,
      *    exportaciones y busquedas que copian CLIENTFD no puedan
      *    leerlo. En A101 quedan solo el tipo de tarjeta
      *    y los ultimos cuatro digitos. Todo acceso al numero
      *    completo queda asentado en el log TARJACC.TXT.
       FD  TARJCLI RECORD CONTAINS 80 CHARACTERS
           03  TARJCLI-CUOTAS             PIC 9(02).
           03  TARJCLI-ABREVIATURA        PIC X(06).
           03  TARJCLI-RECARGO            PIC 9(02)V99.
           03  TARJCLI-DEBITO-AUTO        PIC X(01).
               88  TARJCLI-ADHERIDO           VALUE 'S'.
      *        'S' adherido al debito automatico mensual del saldo
           03  FILLER                     PIC X(16).
