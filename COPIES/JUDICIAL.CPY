      ******************************************************************
      ******   LEGAJOS JUDICIALES Y DE CONCURSO POR CLIENTE        ****
      ******************************************************************
      *    Un legajo por cliente en concurso (A101-ESTADO-DEUDA 7),
      *    quiebra o juicio: expediente, juzgado, sindico y abogado,
      *    plazos de insinuacion y verificacion del credito, monto
      *    reclamado y verificado por el sindico y gastos judiciales
      *    adelantados. JUDICIAL-ABM lo mantiene y deja cada novedad
      *    en GESTDIA (accion 'AB'); JUDICIAL-VENCIM avisa los plazos
      *    proximos y JUDICIAL-REPORTE compara lo verificado contra
      *    el saldo de la cuenta corriente.
       FD  JUDICIAL RECORD CONTAINS 300 CHARACTERS
                   LABEL RECORD STANDARD.
       01  JUDIC-REG.
           03  JUDIC-CLIENTE              PIC 9(06).
           03  JUDIC-TIPO                 PIC X(01).
               88  JUDIC-CONCURSO             VALUE 'C'.
               88  JUDIC-QUIEBRA              VALUE 'Q'.
               88  JUDIC-JUICIO               VALUE 'J'.
      *        'C' concurso preventivo  'Q' quiebra
      *        'J' juicio ejecutivo u ordinario
           03  JUDIC-ESTADO               PIC X(01).
               88  JUDIC-ABIERTO              VALUE ' '.
               88  JUDIC-CERRADO              VALUE 'C'.
           03  JUDIC-EXPEDIENTE           PIC X(20).
           03  JUDIC-JUZGADO              PIC X(40).
           03  JUDIC-SINDICO              PIC X(30).
           03  JUDIC-ABOGADO              PIC X(30).
           03  JUDIC-FECHA-APERTURA       PIC 9(08).
      *        FORMATO AAAAMMDD de la apertura del concurso o de la
      *        presentacion de la demanda
           03  JUDIC-VTO-INSINUACION      PIC 9(08).
           03  JUDIC-FECHA-INSINUACION    PIC 9(08).
      *        Plazo para presentar el pedido de verificacion ante
      *        el sindico y fecha en que se presento (cero = sin
      *        presentar)
           03  JUDIC-VTO-VERIFICACION     PIC 9(08).
           03  JUDIC-FECHA-VERIFICACION   PIC 9(08).
      *        Fecha prevista de la resolucion de verificacion
      *        (informe individual) y fecha en que se resolvio
           03  JUDIC-VTO-OTRO             PIC 9(08).
           03  JUDIC-VTO-OTRO-DESC        PIC X(30).
      *        Otro plazo del expediente (audiencia, traslado, etc.)
           03  JUDIC-RECLAMADO            PIC S9(13)V99.
      *        Credito insinuado, en pesos
           03  JUDIC-VERIFICADO           PIC S9(13)V99.
      *        Credito verificado o declarado admisible por el
      *        sindico, en pesos
           03  JUDIC-GASTOS               PIC S9(13)V99.
           03  JUDIC-GASTOS-CARGADOS      PIC S9(13)V99.
      *        Gastos judiciales adelantados y la parte ya cargada
      *        al cliente por nota de debito
           03  JUDIC-USUARIO              PIC X(10).
           03  JUDIC-FECHA-MODIF          PIC 9(08).
           03  FILLER                     PIC X(16).
