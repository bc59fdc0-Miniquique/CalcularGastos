      *                abierto se avisa de que CONTROL-GASTOS
      *                ofrecera generar sus fijos y poner el
      *                presupuesto al abrirlo.
      *   15/10/2026 - La auditoria anota tambien la inicial de quien
      *                hace el cambio y la PERSONA y el REPARTO antes
      *                y despues del movimiento.
      *   15/10/2026 - No se traspasa a ni desde un mes cerrado con
      *                CIERRE-MES: con las dos cuentas bloqueadas se
      *                mira el control del mes de cada una y, si alguno
      *                esta cerrado, se dice quien y cuando lo cerro y
      *                no se graba nada. El control que se crea nace
      *                abierto.
      *   15/10/2026 - Las dos patas del traspaso se graban sin grupo de
      *                cargo partido (GM-GRUPO).
      *   15/10/2026 - Las dos patas del traspaso se graban en euros,
      *                sin divisa.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 SECUENCIA PIC 99 VALUE 0.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 MES-CERRADO-SW PIC X VALUE "N".
           88 MES-CERRADO VALUE "S".
       77 FIN-BUSQUEDA-SW PIC X VALUE "N".
           88 FIN-BUSQUEDA VALUE "S".
       77 FIN-RECALCULO-SW PIC X VALUE "N".
           PERFORM ABRIR-FICHEROS.
           PERFORM PEDIR-DATOS-TRASPASO.
           PERFORM TOMAR-BLOQUEOS-TRASPASO.
           MOVE CUENTA-ORIGEN TO CUENTA
           PERFORM COMPROBAR-CIERRE-MES.
           MOVE CUENTA-DESTINO TO CUENTA
           PERFORM COMPROBAR-CIERRE-MES.

           DISPLAY "SE VA A TRASPASAR " IMPORTE-TRASPASO
               " DE LA CUENTA " CUENTA-ORIGEN " " NOMBRE-ORIGEN
           MOVE SALDO TO GM-SALDO
           MOVE SPACE TO GM-PERSONA
           MOVE SPACE TO GM-REPARTO
           MOVE 0 TO GM-GRUPO-SECUENCIA
           MOVE SPACES TO GM-GRUPO-CONCEPTO
           MOVE SPACES TO GM-DIVISA-CODIGO
           MOVE 0 TO GM-DIVISA-IMPORTE
           MOVE 0 TO GM-DIVISA-CAMBIO
           WRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL TRASPASO EN LA CUENTA "
                   SET FIN-RECALCULO TO TRUE
           END-READ.

      ******************************************************************
      * Un mes cerrado con CIERRE-MES no admite traspasos: ni el cargo
      * en el origen ni el abono en el destino.
      ******************************************************************
       COMPROBAR-CIERRE-MES.
           MOVE "N" TO MES-CERRADO-SW
           MOVE CUENTA TO CTL-CUENTA
           MOVE ANIO TO CTL-ANIO
           MOVE MES TO CTL-MES
           READ GASTOS-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-MES-CERRADO
                       SET MES-CERRADO TO TRUE
                   END-IF
           END-READ.
           IF MES-CERRADO
               DISPLAY "EL MES " MES "/" ANIO " DE LA CUENTA " CUENTA
                   " ESTA CERRADO DESDE EL " CTL-FECHA-CIERRE " ("
                   CTL-PERSONA-CIERRE ")"
               DISPLAY "NO SE PUEDE TRASPASAR; REABRELO ANTES CON "
                   "CIERRE-MES"
               PERFORM FINPROGRAMA
           END-IF.

       ACTUALIZAR-CONTROL-LEG.
           MOVE CUENTA TO CTL-CUENTA
           MOVE ANIO TO CTL-ANIO
                   MOVE 0 TO CTL-PRESUPUESTO
                   MOVE 0 TO CTL-ULTIMO-DIA
                   MOVE TOTAL TO CTL-TOTAL-ACUMULADO
                   MOVE "N" TO CTL-CERRADO-SW
                   MOVE 0 TO CTL-FECHA-CIERRE
                   MOVE SPACE TO CTL-PERSONA-CIERRE
                   WRITE CTL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL CREAR EL CONTROL DE "
           MOVE SPACES TO AU-DESCRIPCION-ANTES
           MOVE 0 TO AU-MOVIMIENTO-ANTES
           MOVE 0 TO AU-SALDO-ANTES
           MOVE SPACE TO AU-PERSONA-ANTES
           MOVE SPACE TO AU-REPARTO-ANTES
           MOVE "A" TO AU-OPERACION
           SET AU-ORIGEN-TRASPASO TO TRUE
           PERFORM GRABAR-AUDITORIA.
           MOVE GM-CATEGORIA TO AU-CATEGORIA-ANTES
           MOVE GM-DESCRIPCION TO AU-DESCRIPCION-ANTES
           MOVE GM-MOVIMIENTO TO AU-MOVIMIENTO-ANTES
           MOVE GM-SALDO TO AU-SALDO-ANTES
           MOVE GM-PERSONA TO AU-PERSONA-ANTES
           MOVE GM-REPARTO TO AU-REPARTO-ANTES.

       GRABAR-AUDITORIA.
           MOVE GM-CUENTA TO AU-CUENTA
           MOVE GM-DESCRIPCION TO AU-DESCRIPCION-DESPUES
           MOVE GM-MOVIMIENTO TO AU-MOVIMIENTO-DESPUES
           MOVE GM-SALDO TO AU-SALDO-DESPUES
           MOVE GM-PERSONA TO AU-PERSONA-DESPUES
           MOVE GM-REPARTO TO AU-REPARTO-DESPUES
           MOVE PERSONA-BLOQUEO TO AU-USUARIO
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO AU-FECHA
