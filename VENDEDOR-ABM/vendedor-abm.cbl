      *   22/08/2026  SIS  La modificacion recaptura tambien el
      *                    estado, para poder reactivar un codigo
      *                    dado de baja.
      *   15/10/2026  SIS  Porcentaje de comision premio por
      *                    cumplimiento del objetivo de ventas.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ACCEPT VENDEDOR-SUBZONA-VTA
           DISPLAY "PORCENTAJE DE COMISION (99.99 SIN PUNTO): "
           ACCEPT VENDEDOR-COMISION
           DISPLAY "COMISION AL CUMPLIR EL OBJETIVO (0 = NO HAY): "
           ACCEPT VENDEDOR-COMISION-PREMIO
      *    el estado tambien se recaptura: es la via para
      *    reactivar un codigo dado de baja
           DISPLAY "ESTADO (1=VIGENTE 0=DE BAJA): "
           DISPLAY "ZONA. . . . : ", VENDEDOR-ZONA-VTA
           DISPLAY "SUBZONA . . : ", VENDEDOR-SUBZONA-VTA
           DISPLAY "COMISION. . : ", VENDEDOR-COMISION
           DISPLAY "COM. PREMIO : ", VENDEDOR-COMISION-PREMIO
           DISPLAY "ESTADO. . . : ", VENDEDOR-ESTADO.
       4000-EXIT.
           EXIT.
