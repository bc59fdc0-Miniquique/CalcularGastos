      * anteriores y nuevos, fecha/hora y el origen del cambio.
      * Lo copian los programas que graban la auditoria y el informe
      * que la lista.
      * Una anulacion (operacion B, origen N, de CORREGIR-DIA en
      * CONTROL-GASTOS) deja en ANTES la imagen completa del
      * movimiento borrado y el DESPUES a ceros y espacios.
      * AU-USUARIO (inicial de quien hizo el cambio, la del bloqueo de
      * la sesion) y PERSONA/REPARTO antes y despues van al final de
      * la linea: las lineas grabadas antes de tenerlos son mas
      * cortas y al leerlas estos campos llegan en blanco.
      * Las cuotas de prestamos que CONTROL-GASTOS anota al abrir el
      * mes van con origen Q, operacion A.
      * Las altas de CARGA-EXTRACTO van con origen E; las grabadas
      * antes de tenerlo llevan L, como el lote TRANSACC.
      ******************************************************************
       01  AU-REGISTRO.
           05  AU-FECHA PIC 9(8).
           05  AU-OPERACION PIC X.
               88  AU-ALTA VALUE "A".
               88  AU-CORRECCION VALUE "C".
               88  AU-ANULACION VALUE "B".
           05  AU-ORIGEN PIC X.
               88  AU-ORIGEN-TECLADO VALUE "T".
               88  AU-ORIGEN-LOTE VALUE "L".
               88  AU-ORIGEN-RECALCULO VALUE "R".
               88  AU-ORIGEN-FIJO VALUE "F".
               88  AU-ORIGEN-TRASPASO VALUE "P".
               88  AU-ORIGEN-ANULACION VALUE "N".
               88  AU-ORIGEN-PRESTAMO VALUE "Q".
               88  AU-ORIGEN-EXTRACTO VALUE "E".
           05  AU-CLAVE.
               10  AU-CUENTA PIC 99.
               10  AU-ANIO PIC 9(4).
           05  AU-DESCRIPCION-DESPUES PIC X(20).
           05  AU-MOVIMIENTO-DESPUES PIC S9(6)V99.
           05  AU-SALDO-DESPUES PIC S9(6)V99.
           05  AU-USUARIO PIC X.
           05  AU-PERSONA-ANTES PIC X.
           05  AU-REPARTO-ANTES PIC X.
           05  AU-PERSONA-DESPUES PIC X.
           05  AU-REPARTO-DESPUES PIC X.
