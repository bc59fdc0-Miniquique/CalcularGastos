      * suite puede abrirlos ya) se convierten una sola vez con
      * MIGRA-MOVIMIENTOS, que lee el trazado viejo con su propio FD
      * y reconstruye GASTOSM y GASTOSH con este.
      * GRUPO une las partes de un cargo partido (un ticket del
      * super con comida, limpieza y un regalo): todas van el mismo
      * dia y llevan en GM-GRUPO-SECUENCIA la secuencia de la primera
      * parte y en GM-GRUPO-CONCEPTO el concepto del cargo original
      * (la referencia del banco si se partio al cargar el extracto).
      * CONCILIA-BANCO empareja la linea del banco con la suma del
      * grupo. Un movimiento sin partir lleva 0 y espacios; todo alta
      * nueva los inicializa. Los maestros de antes de GRUPO tambien
      * se convierten con MIGRA-MOVIMIENTOS.
      * DIVISA guarda, en los pagos hechos en moneda extranjera, el
      * codigo de la divisa (el del maestro DIVISAS), el importe en
      * esa moneda con el mismo signo que GM-MOVIMIENTO y el cambio
      * aplicado (unidades de la divisa por euro, el importe original
      * entre los euros cargados). GM-MOVIMIENTO y GM-SALDO siguen en
      * euros. Un movimiento en euros lleva espacios y ceros; todo
      * alta nueva los inicializa. Los maestros de antes de DIVISA se
      * convierten tambien con MIGRA-MOVIMIENTOS.
      ******************************************************************
       01  GM-REGISTRO.
           05  GM-CLAVE.
           05  GM-REPARTO PIC X.
               88  GM-GASTO-COMPARTIDO VALUE "C".
               88  GM-GASTO-PERSONAL VALUE "P".
           05  GM-GRUPO.
               10  GM-GRUPO-SECUENCIA PIC 99.
                   88  GM-SIN-GRUPO VALUE 0.
               10  GM-GRUPO-CONCEPTO PIC X(20).
           05  GM-DIVISA.
               10  GM-DIVISA-CODIGO PIC X(3).
                   88  GM-EN-EUROS VALUE SPACES.
               10  GM-DIVISA-IMPORTE PIC S9(9)V99 COMP-3.
               10  GM-DIVISA-CAMBIO PIC 9(6)V9(5) COMP-3.
