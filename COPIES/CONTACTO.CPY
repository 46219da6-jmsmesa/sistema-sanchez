      ******************************************************************
      ******   CONTACTOS DE CLIENTES Y SUCURSALES POR ROL          ****
      ******************************************************************
      *    Un registro por persona de contacto del cliente (sucursal
      *    00) o de una de sus sucursales de entrega (CLISUCUR), con
      *    el rol que cumple. NOTIF-DESPACHO manda cada aviso de la
      *    cola NOTIFQUE a los contactos del rol que corresponde al
      *    evento; sin contacto del rol usa A101-EMAIL. CONTACTO-ABM
      *    lo mantiene desde la pantalla de clientes.
       FD  CONTACTO RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  CONTACTO-REG.
           03  CONTACTO-CLAVE.
               05  CONTACTO-CLIENTE       PIC 9(06).
               05  CONTACTO-SUCURSAL      PIC 9(02).
      *            00 = el cliente (casa central); otro = la
      *            CLISUCUR-SUCURSAL del cliente
               05  CONTACTO-NRO           PIC 9(02).
      *            Correlativo dentro del cliente y sucursal
           03  CONTACTO-NOMBRE            PIC X(35).
           03  CONTACTO-ROL               PIC X(02).
               88  CONTACTO-ROL-COMPRAS       VALUE 'CO'.
               88  CONTACTO-ROL-PAGOS         VALUE 'PA'.
               88  CONTACTO-ROL-FACTURACION   VALUE 'FA'.
               88  CONTACTO-ROL-OTRO          VALUE 'OT'.
               88  CONTACTO-ROL-VALIDO        VALUE 'CO' 'PA'
                                                    'FA' 'OT'.
      *        CO comprador (avisos de bloqueo), PA cuentas a pagar
      *        (resumen, debito rechazado, avisos de deuda), FA
      *        recepcion de facturas
           03  CONTACTO-TELEFONO          PIC X(15).
           03  CONTACTO-EMAIL             PIC X(50).
           03  CONTACTO-ESTADO            PIC X(01).
               88  CONTACTO-ACTIVO            VALUE 'A'.
               88  CONTACTO-DE-BAJA           VALUE 'B'.
           03  CONTACTO-USUARIO           PIC X(10).
           03  CONTACTO-FECHA-MODIF       PIC 9(08).
      *        FORMATO AAAAMMDD
           03  FILLER                     PIC X(19).
