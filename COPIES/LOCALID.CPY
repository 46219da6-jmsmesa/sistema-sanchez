      ******************************************************************
      ******   MAESTRO DE LOCALIDADES Y CODIGOS POSTALES           ****
      ******************************************************************
      *    Un registro por localidad y codigo postal de cada
      *    provincia (WPCIAS), cargado por LOCALID-IMPORT desde el
      *    listado del Correo Argentino. CLIENTES, CLISUCUR-ABM y
      *    LUGENTRE-ABM validan contra el la localidad y el codigo
      *    postal de cada domicilio; LOCALID-NORMALIZA propone la
      *    correccion de los domicilios ya cargados.
      *    El nombre se guarda tal como tiene que quedar escrito en
      *    A101-LOCALIDAD (mayusculas, sin acentos, 20 posiciones).
       FD  LOCALID RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  LOCALID-REG.
           03  LOCALID-CLAVE.
               05  LOCALID-PROVINCIA      PIC 9(02).
      *            WPCIAS-CODIGO
               05  LOCALID-CODIGO-POSTAL  PIC X(08).
      *            Codigo postal de 4 digitos, alineado a izquierda
               05  LOCALID-NOMBRE         PIC X(20).
           03  LOCALID-PARTIDO            PIC X(30).
      *        Partido o departamento al que pertenece la localidad
           03  LOCALID-ORIGEN             PIC X(01).
               88  LOCALID-ORIGEN-CORREO      VALUE 'C'.
           03  LOCALID-FECHA-MODIF        PIC 9(08).
      *        FORMATO AAAAMMDD
           03  FILLER                     PIC X(11).
