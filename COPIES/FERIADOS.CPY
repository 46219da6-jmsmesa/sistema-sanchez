      ******************************************************************
      ******   CALENDARIO DE FERIADOS Y DIAS NO LABORABLES         ****
      ******************************************************************
      *    Un registro por cada dia sin actividad bancaria ni
      *    comercial fuera de los sabados y domingos (feriados
      *    nacionales, puentes, asuetos bancarios). Lo mantiene
      *    FERIADOS-ABM y lo consulta la rutina comun
      *    FERIADO-CONTROL para saber si un dia es habil y cual es
      *    el proximo dia habil.
       FD  FERIADOS RECORD CONTAINS 40 CHARACTERS
                   LABEL RECORD STANDARD.
       01  FERIADO-REG.
           03  FERIADO-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD
           03  FERIADO-DESCRIPCION        PIC X(25).
           03  FERIADO-TIPO               PIC X(01).
               88  FERIADO-NACIONAL           VALUE 'N'.
               88  FERIADO-PUENTE             VALUE 'P'.
               88  FERIADO-BANCARIO           VALUE 'B'.
      *        Valores:   'N'  Feriado nacional
      *                   'P'  Dia no laborable / puente
      *                   'B'  Asueto bancario
           03  FILLER                     PIC X(06).
