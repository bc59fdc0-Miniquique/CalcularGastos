      ******************************************************************
      * Copybook: LOTEREG
      * Area comun (EXTERNAL) entre la cadena nocturna CADENA-NOCTURNA
      * y los programas que sabe lanzar. Antes de cada CALL la cadena
      * deja aqui las respuestas del paso (cuenta, anio, mes,
      * inicial, reparto, modo, generacion) y marca LOTE-ACTIVO; el
      * programa llamado las toma en lugar de hacer ACCEPT, no
      * pregunta nada (las confirmaciones se dan por hechas y un
      * bloqueo ajeno se trata como denegado) y a la vuelta deja el
      * resultado, los contadores y un mensaje para el diario de la
      * cadena. Desde el menu o en solitario LOTE-ACTIVO no esta
      * puesto y los programas siguen preguntando como siempre.
      * LOTE-LEIDOS, LOTE-GRABADOS y LOTE-INCIDENCIAS los rellena
      * cada programa con lo que tenga sentido en el (lineas leidas,
      * movimientos grabados, lineas a revision, discrepancias...).
      ******************************************************************
       01  LOTE-AREA IS EXTERNAL.
           05  LOTE-ACTIVO-SW PIC X.
               88  LOTE-ACTIVO VALUE "S".
           05  LOTE-CUENTA PIC 99.
           05  LOTE-ANIO PIC 9(4).
           05  LOTE-MES PIC 99.
           05  LOTE-PERSONA PIC X.
           05  LOTE-REPARTO PIC X.
           05  LOTE-MODO PIC X.
           05  LOTE-GENERACION PIC 9.
           05  LOTE-RESULTADO PIC 9.
               88  LOTE-PASO-CORRECTO VALUE 0.
               88  LOTE-PASO-FALLIDO VALUE 1 THRU 9.
           05  LOTE-LEIDOS PIC 9(6).
           05  LOTE-GRABADOS PIC 9(6).
           05  LOTE-INCIDENCIAS PIC 9(6).
           05  LOTE-MENSAJE PIC X(40).
