      ******************************************************************
      * Copybook: DIVISREG
      * Registro del fichero maestro de divisas DIVISAS: la tabla de
      * monedas extranjeras con las que se pagan los viajes y las
      * compras de fuera, y sus cambios de referencia por fecha.
      * Cada divisa tiene un registro de definicion con DV-FECHA a 0
      * (nombre y codigo numerico ISO 4217, el que trae el registro
      * 24 del extracto Norma 43) y un registro por cada fecha en la
      * que se anota un cambio de referencia. DV-CAMBIO son unidades
      * de la divisa por un euro (1,17 dolares por euro); el cambio
      * de referencia de un dia es el de la fecha mas reciente que no
      * pase de ese dia. Lo mantiene MANTENIMIENTO-DIVISAS y lo leen
      * CONTROL-GASTOS, IMPORTA-NORMA43 e INFORME-DIVISAS.
      ******************************************************************
       01  DV-REGISTRO.
           05  DV-CLAVE.
               10  DV-CODIGO PIC X(3).
               10  DV-FECHA PIC 9(8).
                   88  DV-ES-DEFINICION VALUE 0.
           05  DV-NOMBRE PIC X(20).
           05  DV-NUMERICO PIC 9(3).
           05  DV-CAMBIO PIC 9(6)V9(5) COMP-3.
