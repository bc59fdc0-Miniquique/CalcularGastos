      * presupuesto, ultimo dia checkpointeado y total acumulado de
      * cada mes de cada cuenta. Compartido entre CONTROL-GASTOS,
      * CIERRE-ANUAL y VERIFICA-SALDOS.
      * CTL-CIERRE es el cierre mensual de CIERRE-MES: un mes cerrado
      * no admite altas, correcciones, anulaciones, traspasos ni
      * cargas hasta que se reabra. Los controles grabados antes de
      * tener el cierre (registro 10 bytes mas corto) se convierten
      * una sola vez con MIGRA-MOVIMIENTOS; una copia de seguridad
      * antigua restaurada trae el cierre en blanco, que es abierto.
      ******************************************************************
       01  CTL-REGISTRO.
           05  CTL-CLAVE.
           05  CTL-PRESUPUESTO PIC S9(6)V99 COMP-3.
           05  CTL-ULTIMO-DIA PIC 99.
           05  CTL-TOTAL-ACUMULADO PIC S9(6)V99 COMP-3.
           05  CTL-CIERRE.
               10  CTL-CERRADO-SW PIC X.
                   88  CTL-MES-CERRADO VALUE "S".
                   88  CTL-MES-ABIERTO VALUE "N" " ".
               10  CTL-FECHA-CIERRE PIC 9(8).
               10  CTL-PERSONA-CIERRE PIC X.
