      ******************************************************************
      ******   NIVELES DE APROBACION DE LIMITES DE CREDITO         ****
      ******************************************************************
      *    Un registro por nivel (1 el mas bajo): el limite
      *    propuesto hasta el que aprueba el nivel y el
      *    OPERADOR-PERFIL que lo aprueba. Una solicitud toma el
      *    primer nivel cuyo tope cubre el limite propuesto (las
      *    bajas de limite, el nivel 1) y la aprueba un operador
      *    con el perfil de ese nivel o de uno superior. Sin tabla
      *    cargada aprueba el perfil SUPERVISOR. CREDNIVEL-ABM la
      *    mantiene.
       FD  CREDNIVEL RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  CREDNIV-REG.
           03  CREDNIV-NIVEL              PIC 9(01).
           03  CREDNIV-HASTA              PIC 9(11)V99.
      *        Limite propuesto maximo del nivel; cero = sin tope
           03  CREDNIV-PERFIL             PIC X(10).
      *        OPERADOR-PERFIL que aprueba en este nivel
           03  CREDNIV-DESCRIPCION        PIC X(30).
           03  CREDNIV-USUARIO            PIC X(10).
           03  CREDNIV-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD de la ultima modificacion
           03  FILLER                     PIC X(08).
