      ******************************************************************
      * Copybook: PRESTREG
      * Registro del fichero maestro de prestamos PRESTAM (hipoteca,
      * prestamo del coche...): condiciones del prestamo, cuenta y
      * dia del mes en que se carga la cuota, y situacion al dia.
      * Lo copian el programa de mantenimiento MANTENIMIENTO-PRESTAMOS
      * y CONTROL-GASTOS, que anota cada cuota en GASTOS-MAESTRO al
      * abrir el mes, junto con los fijos, en dos movimientos:
      * intereses y capital, cada uno con su categoria.
      * Sistema frances: cuota constante, los intereses del mes son
      * PS-PENDIENTE * PS-INTERES / 1200 redondeados al centimo y el
      * capital el resto de la cuota; la ultima cuota (PS-PLAZO)
      * liquida lo que quede pendiente.
      * PS-PLAZO es el numero total de cuotas; una amortizacion
      * anticipada que reduce plazo lo acorta. PS-BASE-CUOTAS y
      * PS-BASE-PENDIENTE son las cuotas pagadas y el capital
      * pendiente tras el ultimo recalculo (el alta o la ultima
      * amortizacion anticipada): desde ahi se rehace el cuadro de
      * amortizacion. PS-INTERESES-PAGADOS suma los intereses anotados
      * en el anio PS-ANIO-INTERESES.
      ******************************************************************
       01  PS-REGISTRO.
           05  PS-CLAVE.
               10  PS-CODIGO PIC 99.
           05  PS-NOMBRE PIC X(20).
           05  PS-CUENTA PIC 99.
           05  PS-CAPITAL PIC S9(7)V99 COMP-3.
           05  PS-INTERES PIC 9(2)V9(3).
           05  PS-PLAZO PIC 9(3).
           05  PS-PRIMERA-CUOTA.
               10  PS-PRIMER-ANIO PIC 9(4).
               10  PS-PRIMER-MES PIC 99.
           05  PS-DIA-PAGO PIC 99.
           05  PS-CATEGORIA-INTERES PIC 99.
           05  PS-CATEGORIA-CAPITAL PIC 99.
           05  PS-CUOTA PIC S9(6)V99 COMP-3.
           05  PS-PENDIENTE PIC S9(7)V99 COMP-3.
           05  PS-CUOTAS-PAGADAS PIC 9(3).
           05  PS-ULTIMA-CUOTA.
               10  PS-ULTIMO-ANIO PIC 9(4).
               10  PS-ULTIMO-MES PIC 99.
           05  PS-INTERESES-ANIO.
               10  PS-ANIO-INTERESES PIC 9(4).
               10  PS-INTERESES-PAGADOS PIC S9(7)V99 COMP-3.
           05  PS-AMORTIZADO PIC S9(7)V99 COMP-3.
           05  PS-BASE-CUOTAS PIC 9(3).
           05  PS-BASE-PENDIENTE PIC S9(7)V99 COMP-3.
