               88  SESLOG-INGRESO-OK          VALUE 'O'.
               88  SESLOG-CLAVE-MAL           VALUE 'F'.
               88  SESLOG-CUENTA-BLOQUEADA    VALUE 'B'.
           03  SESLOG-EMPRESA             PIC 9(01).
      *        Empresa elegida al firmar; blanco en las sesiones
      *        anteriores a la operacion con varias empresas
           03  FILLER                     PIC X(22).
