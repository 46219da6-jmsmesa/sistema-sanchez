      ******************************************************************
      ******   PEDIDOS IMPORTADOS POR NUMERO EXTERNO               ****
      ******************************************************************
      *    Un registro por cada pedido que PEDIDOS-IMPORT tomo de un
      *    archivo de las terminales de los vendedores o de la
      *    tienda web, con el numero de pedido que le asigno. Un
      *    pedido externo ya registrado no se vuelve a importar
      *    aunque el archivo se reenvie.
       FD  PEDEXT RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  PEDEXT-REG.
           03  PEDEXT-CLAVE.
               05  PEDEXT-ORIGEN          PIC X(01).
      *            'V' terminal del vendedor  'W' tienda web
               05  PEDEXT-NUMERO          PIC X(15).
           03  PEDEXT-PEDIDO              PIC 9(08).
           03  PEDEXT-FECHA               PIC 9(08).
      *        FORMATO AAAAMMDD (fecha de importacion)
           03  PEDEXT-ESTADO              PIC X(01).
               88  PEDEXT-TOMADO              VALUE 'P'.
               88  PEDEXT-RETENIDO            VALUE 'T'.
      *        Como quedo el pedido al importarse
           03  PEDEXT-MOTIVO              PIC X(30).
      *        Motivo de la retencion
           03  FILLER                     PIC X(17).
