      ******************************************************************
      ******   CICLO DE INTIMACION POR CLIENTE                     ****
      ******************************************************************
      *    Un registro por cliente que paso por el ciclo nocturno de
      *    intimacion INTIMACION-CICLO: ultimo nivel alcanzado, para
      *    no repetir el paso, y la exclusion manual del ciclo que
      *    se carga con INTIMA-ABM.
       FD  INTIMA RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  INTIMA-REG.
           03  INTIMA-CLIENTE             PIC 9(06).
           03  INTIMA-NIVEL               PIC 9(01).
      *        0 = al dia   1 = primer aviso por e-mail
      *        2 = segundo aviso por e-mail   3 = carta de
      *        intimacion   4 = pasado a gestion de cobranza
           03  INTIMA-FECHA-NIVEL         PIC 9(08).
      *        FORMATO AAAAMMDD en que se alcanzo el nivel
           03  INTIMA-FECHA-DEUDA         PIC 9(08).
      *        FORMATO AAAAMMDD del FC/ND impago mas antiguo a esa
      *        fecha
           03  INTIMA-EXCLUIDO            PIC X(01).
               88  INTIMA-EXCLUIDO-SI         VALUE 'S'.
           03  INTIMA-MOTIVO-EXCLUSION    PIC X(30).
           03  INTIMA-USUARIO-EXCLUSION   PIC X(10).
           03  INTIMA-FECHA-EXCLUSION     PIC 9(08).
           03  FILLER                     PIC X(08).
