      *   22/08/2026  SIS  Alta del programa. ABM por consola de la
      *                    tabla de provincias WPCIAS (codigo 01-24,
      *                    nombre, abreviatura).
      *   15/10/2026  SIS  Codigo de jurisdiccion del SIFERE de cada
      *                    provincia, para la exportacion de
      *                    retenciones IIBB.
      *   15/10/2026  SIS  Letra de la provincia del codigo postal
      *                    argentino (CPA), para la importacion del
      *                    listado de localidades del Correo.
      ******************************************************************

       ENVIRONMENT DIVISION.
           DISPLAY "NOMBRE: "
           ACCEPT WPCIAS-NOMBRE
           DISPLAY "ABREVIATURA: "
           ACCEPT WPCIAS-ABREVIATURA
           DISPLAY "CODIGO DE JURISDICCION SIFERE (901-924): "
           ACCEPT WPCIAS-COD-SIFERE
           DISPLAY "LETRA DE PROVINCIA DEL CODIGO POSTAL (CPA): "
           ACCEPT WPCIAS-LETRA-CPA.
       3000-EXIT.
           EXIT.

       4000-MOSTRAR-DATOS.
           DISPLAY "CODIGO. . . . : ", WPCIAS-CODIGO
           DISPLAY "NOMBRE. . . . : ", WPCIAS-NOMBRE
           DISPLAY "ABREVIATURA . : ", WPCIAS-ABREVIATURA
           DISPLAY "COD. SIFERE . : ", WPCIAS-COD-SIFERE
           DISPLAY "LETRA CPA . . : ", WPCIAS-LETRA-CPA.
       4000-EXIT.
           EXIT.

