      *                la liquidacion; FINPROGRAMA ya no lista unos
      *                totales vacios cuando la sesion no llego a
      *                elegir mes (p.ej. bloqueo denegado).
      *   15/10/2026 - CORREGIR-DIA permite (A)NULAR el movimiento
      *                elegido en vez de corregirlo: se borra de
      *                GASTOS-MAESTRO, se reencadenan los saldos
      *                posteriores del mes, se actualiza el TOTAL del
      *                control y queda en la auditoria con operacion
      *                B, origen N y la imagen completa de antes.
      *                Anular una pata de un traspaso anula tambien
      *                la otra, bloqueando su cuenta mientras tanto.
      *                La auditoria anota la inicial de quien hace
      *                cada cambio y la PERSONA/REPARTO antes y
      *                despues.
      *   15/10/2026 - No se anota, corrige ni anula nada en un mes
      *                cerrado con CIERRE-MES (CTL-CIERRE del control):
      *                la entrada o reanudacion, el lote TRANSACC y la
      *                correccion se niegan diciendo quien y cuando lo
      *                cerro, y la anulacion de un traspaso mira tambien
      *                el mes de la otra cuenta. Los controles que se
      *                crean nacen abiertos.
      *   15/10/2026 - Al abrir o reanudar el mes anota las cuotas de
      *                los prestamos de la cuenta (maestro PRESTAM) en
      *                dos movimientos, intereses y capital, con origen
      *                Q en la auditoria, y deja el prestamo al dia.
      *   15/10/2026 - CORREGIR-DIA permite (P)ARTIR un movimiento en 2
      *                a 9 partes con su categoria, concepto, persona y
      *                reparto, agrupadas en GM-GRUPO para que
      *                CONCILIA-BANCO las cuadre por la suma; la
      *                correccion conserva el grupo y avisa, como la
      *                anulacion, si es una parte.
      *   15/10/2026 - Pagos en moneda extranjera: cada movimiento puede
      *                llevar la divisa (validada contra el maestro
      *                DIVISAS de MANTENIMIENTO-DIVISAS), el importe
      *                original y el cambio aplicado, pedidos por
      *                teclado, leidos del lote TRANSACC (dos campos
      *                nuevos al final de la linea) y corregibles en
      *                CORREGIR-DIA; al partir un cargo en divisa el
      *                importe original se reparte entre las partes. Los
      *                fijos y las cuotas van en euros.
      *   15/10/2026 - Aviso de posible duplicado al dar de alta un
      *                movimiento.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS BQ-CLAVE
               FILE STATUS IS BQ-ESTADO.

           SELECT PRESTAMOS-MAESTRO ASSIGN TO "PRESTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE
               FILE STATUS IS PS-ESTADO.

           SELECT DIVISAS-MAESTRO ASSIGN TO "DIVISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS DV-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-MAESTRO.
           05  TR-MOVIMIENTO PIC S9(6)V99.
           05  TR-PERSONA PIC X.
           05  TR-REPARTO PIC X.
           05  TR-DIVISA-CODIGO PIC X(3).
           05  TR-DIVISA-IMPORTE PIC S9(9)V99.

       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".
       FD  FICHERO-BLOQUEOS.
           COPY "BLOQREG.CPY".

       FD  PRESTAMOS-MAESTRO.
           COPY "PRESTREG.CPY".

       FD  DIVISAS-MAESTRO.
           COPY "DIVISREG.CPY".

       WORKING-STORAGE SECTION.
       77 TOTAL PIC S9(6)V99 COMP-3 VALUE 0.
       77 DIA PIC 99 VALUE 0.
       77 MOVIMIENTOS-DIA PIC 99 VALUE 0.
       77 FIN-BUSQUEDA-SW PIC X VALUE "N".
           88 FIN-BUSQUEDA VALUE "S".
       77 POSIBLE-DUPLICADO-SW PIC X VALUE "N".
           88 HAY-POSIBLE-DUPLICADO VALUE "S".
       77 DIA-DESDE-DUPLICADO PIC 99 VALUE 0.

       77 BISIESTO-SW PIC X VALUE "N".
           88 ES-BISIESTO VALUE "S".
           88 BLOQUEO-DENEGADO VALUE "S".
       77 CUENTA-BLOQUEO PIC 99 VALUE 0.
       77 PERSONA-BLOQUEO PIC X VALUE SPACE.
       77 BLOQUEO-PAREJA-SW PIC X VALUE "N".
           88 BLOQUEO-PAREJA-TOMADO VALUE "S".
       77 ACCION-MOVIMIENTO PIC X VALUE "C".
           88 ACCION-ANULAR VALUE "A" "a".
           88 ACCION-PARTIR VALUE "P" "p".
       77 PATA-TRASPASO-SW PIC X VALUE "N".
           88 ES-PATA-TRASPASO VALUE "S".
       77 PAREJA-ENCONTRADA-SW PIC X VALUE "N".
           88 PAREJA-ENCONTRADA VALUE "S".
       77 MES-CERRADO-SW PIC X VALUE "N".
           88 MES-CERRADO VALUE "S".
      * Misma categoria reservada con la que graba TRASPASO-CUENTAS.
       77 CATEGORIA-TRASPASO PIC 99 VALUE 98.
       77 CUENTA-PAREJA PIC 99 VALUE 0.
       77 SECUENCIA-PAREJA PIC 99 VALUE 0.
       77 IMPORTE-PAREJA PIC S9(6)V99 COMP-3 VALUE 0.
       77 DESCRIPCION-PAREJA PIC X(20) VALUE SPACES.
       77 CUENTA-SESION PIC 99 VALUE 0.
       77 APERTURA-SESION PIC S9(6)V99 COMP-3 VALUE 0.
       77 HAY-FIJOS-GENERADOS-SW PIC X VALUE "N".
           88 HAY-FIJOS-GENERADOS VALUE "S".
       77 FIN-AUDITORIA-SW PIC X VALUE "N".
       77 PERIODO-ACTUAL PIC 9(6) VALUE 0.
       77 PERIODO-LIMITE PIC 9(6) VALUE 0.
       77 DIAS-DEL-MES PIC 99 VALUE 0.
       77 PS-ESTADO PIC XX VALUE "00".
       77 FIN-PRESTAMOS-SW PIC X VALUE "N".
           88 NO-MAS-PRESTAMOS VALUE "S".
       77 CUOTA-FALLIDA-SW PIC X VALUE "N".
           88 CUOTA-FALLIDA VALUE "S".
       77 CUOTAS-GENERADAS PIC 99 COMP VALUE 0.
       77 DIA-GUARDADO PIC 99 VALUE 0.
       77 NUMERO-CUOTA PIC 9(4) VALUE 0.
       77 CUOTA-DEL-MES PIC 9(5) VALUE 0.
       77 PENDIENTE-CALCULO PIC S9(7)V99 COMP-3 VALUE 0.
       77 INTERES-CUOTA PIC S9(6)V99 COMP-3 VALUE 0.
       77 CAPITAL-CUOTA PIC S9(7)V99 COMP-3 VALUE 0.
       77 GRUPO-SECUENCIA PIC 99 VALUE 0.
       77 GRUPO-CONCEPTO PIC X(20) VALUE SPACES.
       77 SECUENCIA-ORIGINAL PIC 99 VALUE 0.
       77 PARTES-PEDIDAS PIC 99 VALUE 0.
       77 PARTE-NUM PIC 99 VALUE 0.
       77 IMPORTE-A-PARTIR PIC S9(6)V99 COMP-3 VALUE 0.
       77 RESTO-A-PARTIR PIC S9(6)V99 COMP-3 VALUE 0.
       77 MINIMO-RESTANTE PIC S9(6)V99 COMP-3 VALUE 0.
       77 IMPORTE-PARTE-SW PIC X VALUE "N".
           88 IMPORTE-PARTE-VALIDO VALUE "S".
       77 DV-ESTADO PIC XX VALUE "00".
       77 HAY-DIVISAS-SW PIC X VALUE "N".
           88 HAY-MAESTRO-DIVISAS VALUE "S".
       77 DIVISA-VALIDA-SW PIC X VALUE "N".
           88 DIVISA-VALIDA VALUE "S".
       77 DIVISA-CODIGO PIC X(3) VALUE SPACES.
       77 DIVISA-IMPORTE PIC S9(9)V99 COMP-3 VALUE 0.
       77 DIVISA-CAMBIO PIC 9(6)V9(5) COMP-3 VALUE 0.
       77 RESTO-DIVISA PIC S9(9)V99 COMP-3 VALUE 0.
       77 DIVISA-EDITADA PIC +9(9).99 VALUE ZERO.
       77 CAMBIO-EDITADO PIC Z(5)9.9(5) VALUE ZERO.

       01  FIJ-TABLA.
           05  FIJ-ELEMENTO OCCURS 50 TIMES INDEXED BY FIJ-IDX.
               10  FIJ-DESCRIPCION PIC X(20) VALUE SPACES.
               10  FIJ-IMPORTE PIC S9(6)V99 COMP-3 VALUE 0.

      * Partes de un cargo partido en CORREGIR-DIA, hasta grabarlas.
       01  PAR-TABLA.
           05  PAR-ELEMENTO OCCURS 9 TIMES INDEXED BY PAR-IDX.
               10  PAR-CATEGORIA PIC 99 VALUE 0.
               10  PAR-DESCRIPCION PIC X(20) VALUE SPACES.
               10  PAR-MOVIMIENTO PIC S9(6)V99 COMP-3 VALUE 0.
               10  PAR-PERSONA PIC X VALUE SPACE.
               10  PAR-REPARTO PIC X VALUE SPACE.
               10  PAR-DIVISA-IMPORTE PIC S9(9)V99 COMP-3 VALUE 0.

       01  HORA-AHORA.
           05  HORA-HHMMSS PIC 9(6).
           05  FILLER PIC 99.

      * Conceptos de las dos patas de un traspaso, tal como los graba
      * TRASPASO-CUENTAS ("TRASPASO A nn" en el origen y
      * "TRASPASO DE nn" en el destino), para localizar la otra pata.
       01  DESC-PATA.
           05  DESC-PATA-TEXTO PIC X(20).
       01  DESC-PATA-SALIDA REDEFINES DESC-PATA.
           05  DPS-LITERAL PIC X(11).
           05  DPS-CUENTA PIC 99.
           05  FILLER PIC X(7).
       01  DESC-PATA-ENTRADA REDEFINES DESC-PATA.
           05  DPE-LITERAL PIC X(12).
           05  DPE-CUENTA PIC 99.
           05  FILLER PIC X(6).

       01  DESC-SALIDA.
           05  FILLER PIC X(11) VALUE "TRASPASO A ".
           05  DESC-SALIDA-CUENTA PIC 99.
           05  FILLER PIC X(7) VALUE SPACES.

       01  DESC-ENTRADA.
           05  FILLER PIC X(12) VALUE "TRASPASO DE ".
           05  DESC-ENTRADA-CUENTA PIC 99.
           05  FILLER PIC X(6) VALUE SPACES.

       01  CAT-TABLA.
           05  CAT-ELEMENTO OCCURS 20 TIMES INDEXED BY CAT-IDX.
               10  CAT-CODIGO PIC 99 VALUE 0.
           PERFORM TOMAR-BLOQUEO-CUENTA.

           DISPLAY "1 - INTRODUCIR GASTOS DE UN MES"
           DISPLAY "2 - CORREGIR O ANULAR UN MOVIMIENTO YA INTRODUCIDO"
           ACCEPT OPCION-INICIAL.
           IF OPCION-INICIAL = 2
               PERFORM CORREGIR-DIA
               INVALID KEY
                   PERFORM INICIAR-CONTROL-MES
               NOT INVALID KEY
                   IF CTL-MES-CERRADO
                       PERFORM AVISAR-MES-CERRADO
                       MOVE 0 TO MES
                       PERFORM FINPROGRAMA
                   ELSE
                       PERFORM REANUDAR-CONTROL-MES
                   END-IF
           END-READ.

           PERFORM COMPROBACION.
           IF CU-ESTADO = "00"
               SET HAY-MAESTRO-CUENTAS TO TRUE
           END-IF.
           OPEN INPUT DIVISAS-MAESTRO.
           IF DV-ESTADO = "00"
               SET HAY-MAESTRO-DIVISAS TO TRUE
           END-IF.

       ELEGIR-CUENTA.
           IF NOT HAY-MAESTRO-CUENTAS
           END-WRITE.

       LIBERAR-BLOQUEO.
           PERFORM LIBERAR-BLOQUEO-PAREJA.
           IF BLOQUEO-TOMADO
               MOVE CUENTA TO BQ-CUENTA
               DELETE FICHERO-BLOQUEOS
               MOVE "N" TO BLOQUEOS-ABIERTO-SW
           END-IF.

      ******************************************************************
      * Bloqueo de la cuenta de la otra pata de un traspaso mientras se
      * anulan las dos; un bloqueo ajeno se atiende igual que el de la
      * cuenta de la sesion.
      ******************************************************************
       TOMAR-BLOQUEO-PAREJA.
           MOVE CUENTA-PAREJA TO CUENTA-BLOQUEO
           PERFORM COMPROBAR-BLOQUEO-CLAVE.
           IF BLOQUEO-DENEGADO
               EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-PAREJA TO BQ-CUENTA
           MOVE "CONTROL-GASTOS" TO BQ-PROGRAMA
           MOVE PERSONA-BLOQUEO TO BQ-PERSONA
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO BQ-FECHA
           MOVE HORA-HHMMSS TO BQ-HORA
           WRITE BQ-REGISTRO
               INVALID KEY
                   DISPLAY "OTRA SESION SE HA ADELANTADO CON EL "
                       "BLOQUEO DE LA CUENTA " CUENTA-PAREJA
                   SET BLOQUEO-DENEGADO TO TRUE
               NOT INVALID KEY
                   SET BLOQUEO-PAREJA-TOMADO TO TRUE
           END-WRITE.

       LIBERAR-BLOQUEO-PAREJA.
           IF BLOQUEO-PAREJA-TOMADO
               MOVE CUENTA-PAREJA TO BQ-CUENTA
               DELETE FICHERO-BLOQUEOS
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO LIBERAR EL BLOQUEO"
               END-DELETE
               MOVE "N" TO BLOQUEO-PAREJA-SW
           END-IF.

       ABRIR-TRANSACCIONES.
           OPEN INPUT TRANSACCIONES.
           IF TR-ESTADO NOT = "00"
           MOVE PRESUPUESTO-MES TO CTL-PRESUPUESTO
           MOVE 0 TO CTL-ULTIMO-DIA
           MOVE TOTAL TO CTL-TOTAL-ACUMULADO
           MOVE "N" TO CTL-CERRADO-SW
           MOVE 0 TO CTL-FECHA-CIERRE
           MOVE SPACE TO CTL-PERSONA-CIERRE
           WRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL INICIAR EL CONTROL DEL MES"

           PERFORM APLICAR-MOVIMIENTOS-FIJOS.

      ******************************************************************
      * Apertura del mes: primero los fijos del fichero FIJOS, que se
      * graban en orden de dia sobre el mes vacio, y detras las
      * cuotas de los prestamos de la cuenta, que se intercalan con
      * la mecanica de alta normal. Se revisan juntos al final.
      ******************************************************************
       APLICAR-MOVIMIENTOS-FIJOS.
           MOVE 0 TO FIJOS-GENERADOS
           PERFORM GENERAR-FIJOS-APERTURA.
           PERFORM APLICAR-CUOTAS-PRESTAMOS.
           IF FIJOS-GENERADOS = 0 AND CUOTAS-GENERADAS = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REVISALOS Y DESEAS CONTINUAR CON EL MES (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "PUEDES CORREGIRLOS CON LA OPCION 2 AL VOLVER "
                   "A ENTRAR"
               PERFORM FINPROGRAMA
           END-IF.

       GENERAR-FIJOS-APERTURA.
           OPEN INPUT MOVIMIENTOS-FIJOS.
           IF FJ-ESTADO NOT = "00"
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOVIMIENTOS FIJOS GENERADOS PARA EL MES:"
           PERFORM GENERAR-FIJOS-DE-UN-DIA
               VARYING DIA-FIJO FROM 1 BY 1
               UNTIL DIA-FIJO > DIAS-DEL-MES.
               INVALID KEY
                   DISPLAY "ERROR AL GUARDAR EL CONTROL TRAS LOS FIJOS"
           END-REWRITE.

       CARGAR-FIJOS-APLICABLES.
           COMPUTE PERIODO-ACTUAL = ANIO * 100 + MES
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
                   DISPLAY "ERROR AL GRABAR EL FIJO DEL DIA " DIA-FIJO
           MOVE SPACES TO AU-DESCRIPCION-ANTES
           MOVE 0 TO AU-MOVIMIENTO-ANTES
           MOVE 0 TO AU-SALDO-ANTES
           MOVE SPACE TO AU-PERSONA-ANTES
           MOVE SPACE TO AU-REPARTO-ANTES
           MOVE "A" TO AU-OPERACION
           SET AU-ORIGEN-FIJO TO TRUE
           PERFORM GRABAR-AUDITORIA.
                   MOVE CTL-ULTIMO-DIA TO DIA
                   MOVE CTL-TOTAL-ACUMULADO TO TOTAL
                   PERFORM RECONSTRUIR-CATEGORIAS
                   PERFORM APLICAR-CUOTAS-PRESTAMOS
               ELSE
                   MOVE 0 TO CTL-ULTIMO-DIA
                   MOVE TOTAL TO CTL-TOTAL-ACUMULADO
               MOVE CTL-TOTAL-ACUMULADO TO TOTAL
               PERFORM RECONSTRUIR-CATEGORIAS
               PERFORM OFRECER-FIJOS-REANUDACION
               PERFORM APLICAR-CUOTAS-PRESTAMOS
           END-IF.

      ******************************************************************
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
                   DISPLAY "ERROR AL GRABAR EL FIJO DEL DIA " DIA-FIJO
               END-IF
           END-IF.

      ******************************************************************
      * Cuotas de prestamos (maestro PRESTAM de MANTENIMIENTO-PRESTAMOS)
      * en el mismo punto del mes que los fijos: al abrir el mes o al
      * reanudarlo. Cada prestamo vivo de la cuenta cuya primera cuota
      * ya ha llegado y que no tiene anotada la de este mes o una
      * posterior (PS-ULTIMA-CUOTA) anota la siguiente cuota en su dia
      * de cargo en dos movimientos: intereses y capital, cada uno con
      * su categoria, origen Q en la auditoria. Se graban con la
      * mecanica de alta normal (secuencia detras de lo ya grabado en
      * el dia y reencadenado de saldos) y el prestamo queda con el
      * capital pendiente, las cuotas pagadas y los intereses del
      * anio al dia. Si faltan cuotas de meses anteriores se avisa y
      * se anota solo una, la siguiente.
      ******************************************************************
       APLICAR-CUOTAS-PRESTAMOS.
           MOVE 0 TO CUOTAS-GENERADAS
           OPEN I-O PRESTAMOS-MAESTRO.
           IF PS-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-DIAS-DEL-MES.
           COMPUTE PERIODO-ACTUAL = ANIO * 100 + MES
           MOVE DIA TO DIA-GUARDADO
           MOVE "N" TO FIN-PRESTAMOS-SW
           MOVE 0 TO PS-CODIGO
           START PRESTAMOS-MAESTRO KEY IS NOT LESS THAN PS-CLAVE
               INVALID KEY
                   SET NO-MAS-PRESTAMOS TO TRUE
           END-START.
           IF NOT NO-MAS-PRESTAMOS
               PERFORM LEER-SIGUIENTE-PRESTAMO
           END-IF.
           PERFORM ATENDER-UN-PRESTAMO UNTIL NO-MAS-PRESTAMOS.
           CLOSE PRESTAMOS-MAESTRO.
           MOVE DIA-GUARDADO TO DIA
           IF CUOTAS-GENERADAS = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUOTAS DE PRESTAMOS ANOTADAS: " CUOTAS-GENERADAS
               ", SALDO DEL MES TRAS ANOTARLAS: " TOTAL
           MOVE CUENTA TO CTL-CUENTA
           MOVE ANIO TO CTL-ANIO
           MOVE MES TO CTL-MES
           READ GASTOS-CONTROL
               INVALID KEY
                   DISPLAY "ERROR AL RECUPERAR EL CONTROL DEL MES"
           END-READ.
           MOVE TOTAL TO CTL-TOTAL-ACUMULADO
           REWRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GUARDAR EL CONTROL TRAS LAS "
                       "CUOTAS"
           END-REWRITE.

       LEER-SIGUIENTE-PRESTAMO.
           READ PRESTAMOS-MAESTRO NEXT RECORD
               AT END
                   SET NO-MAS-PRESTAMOS TO TRUE
           END-READ.

       ATENDER-UN-PRESTAMO.
           IF PS-CUENTA = CUENTA AND PS-PENDIENTE > 0
               PERFORM COMPROBAR-CUOTA-DEL-MES
           END-IF.
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       COMPROBAR-CUOTA-DEL-MES.
           COMPUTE PERIODO-LIMITE
               = PS-ULTIMO-ANIO * 100 + PS-ULTIMO-MES
           IF PERIODO-LIMITE NOT < PERIODO-ACTUAL
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PERIODO-LIMITE
               = PS-PRIMER-ANIO * 100 + PS-PRIMER-MES
           IF PERIODO-LIMITE > PERIODO-ACTUAL
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CUOTA-DEL-MES
               = (ANIO - PS-PRIMER-ANIO) * 12 + MES - PS-PRIMER-MES + 1
           COMPUTE NUMERO-CUOTA = PS-CUOTAS-PAGADAS + 1
           IF CUOTA-DEL-MES > NUMERO-CUOTA
               DISPLAY "AVISO: EL PRESTAMO " PS-NOMBRE " TIENE CUOTAS "
                   "DE MESES ANTERIORES SIN ANOTAR; SE ANOTA LA "
                   NUMERO-CUOTA " Y NO LA " CUOTA-DEL-MES
           END-IF.
           PERFORM ANOTAR-CUOTA-PRESTAMO.

       ANOTAR-CUOTA-PRESTAMO.
           MOVE PS-PENDIENTE TO PENDIENTE-CALCULO
           PERFORM CALCULAR-PARTES-CUOTA.
           IF PS-DIA-PAGO > DIAS-DEL-MES
               MOVE DIAS-DEL-MES TO DIA-FIJO
           ELSE
               MOVE PS-DIA-PAGO TO DIA-FIJO
           END-IF.
           MOVE "N" TO CUOTA-FALLIDA-SW
           DISPLAY "CUOTA " NUMERO-CUOTA " DE " PS-PLAZO
               " DEL PRESTAMO " PS-NOMBRE
           IF INTERES-CUOTA > 0
               MOVE PS-CATEGORIA-INTERES TO CATEGORIA
               MOVE SPACES TO DESCRIPCION
               STRING "INTERESES " PS-NOMBRE
                   DELIMITED BY SIZE INTO DESCRIPCION
               END-STRING
               COMPUTE MOVIMIENTO = 0 - INTERES-CUOTA
               PERFORM GRABAR-MOVIMIENTO-CUOTA
           END-IF.
           IF CAPITAL-CUOTA > 0
               MOVE PS-CATEGORIA-CAPITAL TO CATEGORIA
               MOVE SPACES TO DESCRIPCION
               STRING "CAPITAL " PS-NOMBRE
                   DELIMITED BY SIZE INTO DESCRIPCION
               END-STRING
               COMPUTE MOVIMIENTO = 0 - CAPITAL-CUOTA
               PERFORM GRABAR-MOVIMIENTO-CUOTA
           END-IF.
           IF CUOTA-FALLIDA
               DISPLAY "LA CUOTA NO SE HA GRABADO ENTERA, EL PRESTAMO "
                   PS-CODIGO " NO SE ACTUALIZA: REVISALO"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT CAPITAL-CUOTA FROM PS-PENDIENTE
           MOVE NUMERO-CUOTA TO PS-CUOTAS-PAGADAS
           MOVE ANIO TO PS-ULTIMO-ANIO
           MOVE MES TO PS-ULTIMO-MES
           IF PS-ANIO-INTERESES NOT = ANIO
               MOVE ANIO TO PS-ANIO-INTERESES
               MOVE 0 TO PS-INTERESES-PAGADOS
           END-IF.
           ADD INTERES-CUOTA TO PS-INTERESES-PAGADOS
           REWRITE PS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL PRESTAMO " PS-CODIGO
           END-REWRITE.
           ADD 1 TO CUOTAS-GENERADAS
           IF PS-PENDIENTE = 0
               DISPLAY "  EL PRESTAMO " PS-NOMBRE " QUEDA LIQUIDADO"
           END-IF.

      ******************************************************************
      * Misma regla que el cuadro de MANTENIMIENTO-PRESTAMOS: intereses
      * del mes redondeados y el resto de la cuota a capital; la
      * ultima cuota del plazo (o la que ya cubre lo pendiente)
      * liquida el prestamo.
      ******************************************************************
       CALCULAR-PARTES-CUOTA.
           COMPUTE INTERES-CUOTA ROUNDED
               = PENDIENTE-CALCULO * PS-INTERES / 1200
           COMPUTE CAPITAL-CUOTA = PS-CUOTA - INTERES-CUOTA
           IF NUMERO-CUOTA NOT < PS-PLAZO
               OR CAPITAL-CUOTA > PENDIENTE-CALCULO
               MOVE PENDIENTE-CALCULO TO CAPITAL-CUOTA
           END-IF.
           IF CAPITAL-CUOTA < 0
               MOVE 0 TO CAPITAL-CUOTA
           END-IF.

       GRABAR-MOVIMIENTO-CUOTA.
           PERFORM VALIDAR-CATEGORIA
           IF NOT CATEGORIA-VALIDA
               DISPLAY "CATEGORIA " CATEGORIA " NO VALIDA EN EL "
                   "PRESTAMO " PS-NOMBRE ", SE ASIGNA A OTROS (99)"
               MOVE 99 TO CATEGORIA
           END-IF.
           MOVE DIA-FIJO TO DIA
           PERFORM OBTENER-ULTIMA-SECUENCIA-DIA
           ADD 1 TO SECUENCIA
           PERFORM OBTENER-SALDO-ANTERIOR
           COMPUTE SALDO = SALDO + MOVIMIENTO
           PERFORM ACUMULAR-CATEGORIA
           MOVE CUENTA TO GM-CUENTA
           MOVE ANIO TO GM-ANIO
           MOVE MES TO GM-MES
           MOVE DIA TO GM-DIA
           MOVE SECUENCIA TO GM-SECUENCIA
           MOVE CATEGORIA TO GM-CATEGORIA
           MOVE DESCRIPCION TO GM-DESCRIPCION
           MOVE MOVIMIENTO TO GM-MOVIMIENTO
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
                   DISPLAY "ERROR AL GRABAR LA CUOTA DEL DIA " DIA-FIJO
                   SET CUOTA-FALLIDA TO TRUE
               NOT INVALID KEY
                   PERFORM AUDITAR-ALTA-CUOTA
                   DISPLAY "  DIA " DIA-FIJO " MOV " SECUENCIA
                       " CATEGORIA " CATEGORIA
                       " " DESCRIPCION
                       " IMPORTE " MOVIMIENTO
           END-WRITE.
           PERFORM RECALCULAR-SALDOS-SIGUIENTES.

       AUDITAR-ALTA-CUOTA.
           MOVE 0 TO AU-CATEGORIA-ANTES
           MOVE SPACES TO AU-DESCRIPCION-ANTES
           MOVE 0 TO AU-MOVIMIENTO-ANTES
           MOVE 0 TO AU-SALDO-ANTES
           MOVE SPACE TO AU-PERSONA-ANTES
           MOVE SPACE TO AU-REPARTO-ANTES
           MOVE "A" TO AU-OPERACION
           SET AU-ORIGEN-PRESTAMO TO TRUE
           PERFORM GRABAR-AUDITORIA.

       COMPROBACION.
           IF MES = 2
               PERFORM COMPROBAR-BISIESTO
               MOVE TR-DESCRIPCION TO DESCRIPCION
               MOVE TR-PERSONA TO PERSONA
               MOVE TR-REPARTO TO REPARTO
               PERFORM TOMAR-DIVISA-LOTE
      *        Los lotes de antes de PERSONA/REPARTO traen los dos
      *        campos en blanco: se respetan los espacios (fuera de
      *        la liquidacion, como los fijos y los traspasos) y
           ELSE
               DISPLAY "INTRODUCE EL IMPORTE"
               ACCEPT MOVIMIENTO
               PERFORM PEDIR-DIVISA
               PERFORM PEDIR-CATEGORIA
               DISPLAY "INTRODUCE EL CONCEPTO"
               ACCEPT DESCRIPCION
           END-IF.

           DISPLAY "EL MOVIMIENTO ES " MOVIMIENTO
           PERFORM COMPLETAR-DIVISA.

           PERFORM AVISAR-POSIBLE-DUPLICADO.
           IF HAY-POSIBLE-DUPLICADO AND MODO-INTERACTIVO
               DISPLAY "GRABARLO DE TODAS FORMAS (S/N)"
               ACCEPT RESPUESTA
               IF NOT RESP-SI
                   DISPLAY "MOVIMIENTO DESCARTADO"
                   PERFORM PREGUNTAR-MAS-MOVIMIENTOS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO SECUENCIA
           PERFORM OBTENER-SALDO-ANTERIOR
           MOVE SALDO TO GM-SALDO
           MOVE PERSONA TO GM-PERSONA
           MOVE REPARTO TO GM-REPARTO
           MOVE 0 TO GM-GRUPO-SECUENCIA
           MOVE SPACES TO GM-GRUPO-CONCEPTO
           MOVE DIVISA-CODIGO TO GM-DIVISA-CODIGO
           MOVE DIVISA-IMPORTE TO GM-DIVISA-IMPORTE
           MOVE DIVISA-CAMBIO TO GM-DIVISA-CAMBIO
           WRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL MOVIMIENTO, DIA " DIA
               PERFORM FINPROGRAMA
           END-IF.

           PERFORM PREGUNTAR-MAS-MOVIMIENTOS.

       PREGUNTAR-MAS-MOVIMIENTOS.
           IF MODO-INTERACTIVO
               DISPLAY "MAS MOVIMIENTOS PARA EL DIA " DIA " (S/N)"
               ACCEPT RESPUESTA
               END-IF
           END-IF.

      ******************************************************************
      * Aviso de posible duplicado antes de grabar: otro movimiento de
      * la cuenta con el mismo importe el dia anterior, el mismo dia o
      * el siguiente dentro del mes. Los que caen a caballo de dos
      * meses los saca INFORME-ANOMALIAS.
      ******************************************************************
       AVISAR-POSIBLE-DUPLICADO.
           MOVE "N" TO POSIBLE-DUPLICADO-SW
           IF MOVIMIENTO = 0
               EXIT PARAGRAPH
           END-IF.
           IF DIA > 1
               COMPUTE DIA-DESDE-DUPLICADO = DIA - 1
           ELSE
               MOVE DIA TO DIA-DESDE-DUPLICADO
           END-IF.
           MOVE "N" TO FIN-BUSQUEDA-SW
           MOVE CUENTA TO GM-CUENTA
           MOVE ANIO TO GM-ANIO
           MOVE MES TO GM-MES
           MOVE DIA-DESDE-DUPLICADO TO GM-DIA
           MOVE 0 TO GM-SECUENCIA
           START GASTOS-MAESTRO KEY IS NOT LESS THAN GM-CLAVE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.
           IF NOT FIN-BUSQUEDA
               PERFORM LEER-SIGUIENTE-BUSQUEDA
           END-IF.
           PERFORM EXAMINAR-POSIBLE-DUPLICADO UNTIL FIN-BUSQUEDA.

       EXAMINAR-POSIBLE-DUPLICADO.
           IF GM-CUENTA NOT = CUENTA OR GM-ANIO NOT = ANIO
               OR GM-MES NOT = MES
               OR GM-DIA > DIA + 1
               SET FIN-BUSQUEDA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF GM-MOVIMIENTO = MOVIMIENTO
               SET HAY-POSIBLE-DUPLICADO TO TRUE
               DISPLAY "POSIBLE DUPLICADO: " GM-DIA "/" GM-MES "/"
                   GM-ANIO " MOV " GM-SECUENCIA " " GM-DESCRIPCION
           END-IF.
           PERFORM LEER-SIGUIENTE-BUSQUEDA.

       LEER-TRANSACCION.
           IF TR-HAY-PENDIENTE
               MOVE "N" TO FIN-TRANSACCIONES-SW
               PERFORM PEDIR-REPARTO-OTRA-VEZ UNTIL REPARTO-VALIDO
           END-IF.

      ******************************************************************
      * Pago en moneda extranjera (viajes, compras de fuera): el
      * codigo de la divisa, validado contra el maestro DIVISAS de
      * MANTENIMIENTO-DIVISAS, y el importe en esa moneda. En blanco
      * el movimiento es en euros. Sin el maestro se acepta cualquier
      * codigo, como las categorias sin CATEGM.
      ******************************************************************
       PEDIR-DIVISA.
           DISPLAY "DIVISA DEL PAGO (CODIGO, EN BLANCO = EUROS)"
           ACCEPT DIVISA-CODIGO
           PERFORM VALIDAR-DIVISA
           PERFORM PEDIR-DIVISA-OTRA-VEZ UNTIL DIVISA-VALIDA.
           MOVE 0 TO DIVISA-IMPORTE
           IF DIVISA-CODIGO NOT = SPACES
               DISPLAY "IMPORTE EN " DIVISA-CODIGO
               ACCEPT DIVISA-IMPORTE
           END-IF.

       PEDIR-DIVISA-OTRA-VEZ.
           DISPLAY "DIVISA " DIVISA-CODIGO " NO DADA DE ALTA EN "
               "MANTENIMIENTO-DIVISAS, VUELVE A INTRODUCIRLA"
           ACCEPT DIVISA-CODIGO
           PERFORM VALIDAR-DIVISA.

       VALIDAR-DIVISA.
           MOVE "N" TO DIVISA-VALIDA-SW
           IF DIVISA-CODIGO = SPACES OR NOT HAY-MAESTRO-DIVISAS
               SET DIVISA-VALIDA TO TRUE
           ELSE
               MOVE DIVISA-CODIGO TO DV-CODIGO
               MOVE 0 TO DV-FECHA
               READ DIVISAS-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DIVISA-VALIDA TO TRUE
               END-READ
           END-IF.

      * Los lotes de antes de la divisa traen los dos campos en blanco
      * (el importe no es numerico): el movimiento va en euros. Una
      * divisa que no esta en el maestro se graba igual, avisando.
       TOMAR-DIVISA-LOTE.
           MOVE SPACES TO DIVISA-CODIGO
           MOVE 0 TO DIVISA-IMPORTE
           IF TR-DIVISA-CODIGO NOT = SPACES
               AND TR-DIVISA-IMPORTE IS NUMERIC
               MOVE TR-DIVISA-CODIGO TO DIVISA-CODIGO
               MOVE TR-DIVISA-IMPORTE TO DIVISA-IMPORTE
               PERFORM VALIDAR-DIVISA
               IF NOT DIVISA-VALIDA
                   DISPLAY "AVISO: DIVISA " DIVISA-CODIGO " DEL LOTE "
                       "NO DADA DE ALTA EN MANTENIMIENTO-DIVISAS"
               END-IF
           END-IF.

      ******************************************************************
      * Deja el importe en divisa con el signo del movimiento en euros
      * y calcula el cambio aplicado: unidades de la divisa por euro
      * cargado. Sin importe en divisa el movimiento queda en euros.
      ******************************************************************
       COMPLETAR-DIVISA.
           IF DIVISA-IMPORTE = 0
               MOVE SPACES TO DIVISA-CODIGO
           END-IF.
           IF DIVISA-CODIGO = SPACES
               MOVE 0 TO DIVISA-IMPORTE
               MOVE 0 TO DIVISA-CAMBIO
               EXIT PARAGRAPH
           END-IF.
           IF (MOVIMIENTO < 0 AND DIVISA-IMPORTE > 0)
               OR (MOVIMIENTO > 0 AND DIVISA-IMPORTE < 0)
               COMPUTE DIVISA-IMPORTE = 0 - DIVISA-IMPORTE
           END-IF.
           MOVE 0 TO DIVISA-CAMBIO
           IF MOVIMIENTO NOT = 0
               COMPUTE DIVISA-CAMBIO ROUNDED =
                   DIVISA-IMPORTE / MOVIMIENTO
                   ON SIZE ERROR
                       MOVE 0 TO DIVISA-CAMBIO
               END-COMPUTE
           END-IF.
           MOVE DIVISA-IMPORTE TO DIVISA-EDITADA
           MOVE DIVISA-CAMBIO TO CAMBIO-EDITADO
           DISPLAY "PAGADO EN " DIVISA-CODIGO " " DIVISA-EDITADA
               " AL CAMBIO " CAMBIO-EDITADO.

       VALIDAR-CATEGORIA.
           MOVE "N" TO CATEGORIA-VALIDA-SW
           IF CATEGORIA NOT = 0
           MOVE SPACES TO AU-DESCRIPCION-ANTES
           MOVE 0 TO AU-MOVIMIENTO-ANTES
           MOVE 0 TO AU-SALDO-ANTES
           MOVE SPACE TO AU-PERSONA-ANTES
           MOVE SPACE TO AU-REPARTO-ANTES
           MOVE "A" TO AU-OPERACION
           IF MODO-BATCH
               SET AU-ORIGEN-LOTE TO TRUE
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
           MOVE PRESUPUESTO-MES TO CTL-PRESUPUESTO
           MOVE DIA TO CTL-ULTIMO-DIA
           MOVE TOTAL TO CTL-TOTAL-ACUMULADO
           MOVE "N" TO CTL-CERRADO-SW
           MOVE 0 TO CTL-FECHA-CIERRE
           MOVE SPACE TO CTL-PERSONA-CIERRE
           REWRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GUARDAR EL CHECKPOINT DEL MES"
           END-PERFORM.

       CORREGIR-DIA.
           DISPLAY "ANIO DEL MOVIMIENTO A CORREGIR, ANULAR O PARTIR"
           ACCEPT ANIO.
           DISPLAY "MES DEL MOVIMIENTO A CORREGIR, ANULAR O PARTIR"
           ACCEPT MES.
           DISPLAY "DIA DEL MOVIMIENTO A CORREGIR, ANULAR O PARTIR"
           ACCEPT DIA.

           MOVE CUENTA TO CTL-CUENTA
           MOVE ANIO TO CTL-ANIO
           MOVE MES TO CTL-MES
           PERFORM COMPROBAR-CIERRE-CONTROL.
           IF MES-CERRADO
               PERFORM AVISAR-MES-CERRADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM LISTAR-MOVIMIENTOS-DIA.
           IF MOVIMIENTOS-DIA = 0
               DISPLAY "NO HAY MOVIMIENTOS PARA ESE DIA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DEL MOVIMIENTO A CORREGIR, ANULAR O "
               "PARTIR"
           ACCEPT SECUENCIA.

           MOVE CUENTA TO GM-CUENTA
               INVALID KEY
                   DISPLAY "NO EXISTE ESE MOVIMIENTO"
               NOT INVALID KEY
                   PERFORM ATENDER-MOVIMIENTO-ELEGIDO
           END-READ.

       ATENDER-MOVIMIENTO-ELEGIDO.
           DISPLAY "(C)ORREGIR EL MOVIMIENTO, (A)NULARLO O (P)ARTIRLO"
           ACCEPT ACCION-MOVIMIENTO.
           EVALUATE TRUE
               WHEN ACCION-ANULAR
                   PERFORM ANULAR-MOVIMIENTO
               WHEN ACCION-PARTIR
                   PERFORM PARTIR-MOVIMIENTO
               WHEN OTHER
                   PERFORM CORREGIR-MOVIMIENTO
           END-EVALUATE.

       LISTAR-MOVIMIENTOS-DIA.
           MOVE 0 TO MOVIMIENTOS-DIA
           MOVE "N" TO FIN-LISTADO-DIA-SW
                   " CATEGORIA " GM-CATEGORIA " " NOMBRE-CATEGORIA
                   " " GM-DESCRIPCION
                   " IMPORTE " GM-MOVIMIENTO
               IF NOT GM-SIN-GRUPO
                   DISPLAY "    PARTE DEL CARGO PARTIDO "
                       GM-GRUPO-SECUENCIA " " GM-GRUPO-CONCEPTO
               END-IF
               IF NOT GM-EN-EUROS
                   MOVE GM-DIVISA-IMPORTE TO DIVISA-EDITADA
                   MOVE GM-DIVISA-CAMBIO TO CAMBIO-EDITADO
                   DISPLAY "    PAGADO EN " GM-DIVISA-CODIGO " "
                       DIVISA-EDITADA " AL CAMBIO " CAMBIO-EDITADO
               END-IF
               PERFORM LEER-SIGUIENTE-LISTADO-DIA
           END-IF.


       CORREGIR-MOVIMIENTO.
           PERFORM CAPTURAR-ANTES-AUDITORIA.
           MOVE GM-GRUPO-SECUENCIA TO GRUPO-SECUENCIA
           MOVE GM-GRUPO-CONCEPTO TO GRUPO-CONCEPTO
           MOVE GM-DIVISA-CODIGO TO DIVISA-CODIGO
           MOVE GM-DIVISA-IMPORTE TO DIVISA-IMPORTE
           IF NOT GM-SIN-GRUPO
               DISPLAY "AVISO: ES UNA PARTE DEL CARGO PARTIDO "
                   GRUPO-SECUENCIA " " GRUPO-CONCEPTO
               DISPLAY "SI CAMBIAS EL IMPORTE LAS PARTES DEJARAN DE "
                   "SUMAR EL CARGO DEL BANCO"
           END-IF.
           DISPLAY "MOVIMIENTO ACTUAL: " GM-MOVIMIENTO
           MOVE GM-CATEGORIA TO CATEGORIA-CONSULTA
           PERFORM OBTENER-NOMBRE-CATEGORIA
           DISPLAY "CONCEPTO ACTUAL: " GM-DESCRIPCION
           DISPLAY "PERSONA ACTUAL: " GM-PERSONA
               " REPARTO ACTUAL: " GM-REPARTO
           IF GM-EN-EUROS
               DISPLAY "DIVISA ACTUAL: EUROS"
           ELSE
               MOVE GM-DIVISA-IMPORTE TO DIVISA-EDITADA
               DISPLAY "DIVISA ACTUAL: " GM-DIVISA-CODIGO " "
                   DIVISA-EDITADA
           END-IF.
           DISPLAY "INTRODUCE EL IMPORTE CORREGIDO"
           ACCEPT MOVIMIENTO.
           PERFORM PEDIR-CATEGORIA.
           DISPLAY "INTRODUCE EL CONCEPTO CORREGIDO"
           ACCEPT DESCRIPCION.
           PERFORM PEDIR-PERSONA-REPARTO-CORRECCION.
           DISPLAY "CAMBIAR LA DIVISA (S/N)"
           ACCEPT RESPUESTA.
           IF RESP-SI
               PERFORM PEDIR-DIVISA
           END-IF.
           PERFORM COMPLETAR-DIVISA.

           PERFORM OBTENER-SALDO-ANTERIOR.
           COMPUTE SALDO = SALDO + MOVIMIENTO.
           MOVE SALDO TO GM-SALDO
           MOVE PERSONA TO GM-PERSONA
           MOVE REPARTO TO GM-REPARTO
           MOVE GRUPO-SECUENCIA TO GM-GRUPO-SECUENCIA
           MOVE GRUPO-CONCEPTO TO GM-GRUPO-CONCEPTO
           MOVE DIVISA-CODIGO TO GM-DIVISA-CODIGO
           MOVE DIVISA-IMPORTE TO GM-DIVISA-IMPORTE
           MOVE DIVISA-CAMBIO TO GM-DIVISA-CAMBIO
           REWRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL CORREGIR EL MOVIMIENTO"
           PERFORM RECALCULAR-SALDOS-SIGUIENTES.
           PERFORM ACTUALIZAR-CONTROL-TRAS-CORRECCION.

      ******************************************************************
      * Particion de un cargo (el ticket del super con comida y
      * limpieza, una factura con dos conceptos): el movimiento
      * elegido se reparte en 2 a 9 partes, cada una con su importe,
      * categoria, concepto, persona y reparto. La primera parte se
      * queda con la clave del original (REWRITE, auditoria C) y las
      * demas se dan de alta al final del mismo dia (auditoria A),
      * todas con origen C. Todas llevan en GM-GRUPO la secuencia del
      * original y su concepto, para que CONCILIA-BANCO las cuadre
      * por la suma contra la linea del banco. Las partes suman
      * exactamente el importe original: la ultima se lleva el resto.
      * Partir una parte ya agrupada deja las nuevas en el mismo
      * grupo. Los traspasos no se parten. Un cargo en divisa reparte
      * el importe original en proporcion a los euros de cada parte
      * (la ultima se lleva el resto) y todas conservan el cambio.
      ******************************************************************
       PARTIR-MOVIMIENTO.
           IF GM-CATEGORIA = CATEGORIA-TRASPASO
               DISPLAY "UN TRASPASO ENTRE CUENTAS NO SE PUEDE PARTIR"
               EXIT PARAGRAPH
           END-IF.
           IF GM-MOVIMIENTO = 0
               DISPLAY "UN MOVIMIENTO A CERO NO SE PUEDE PARTIR"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CAPTURAR-ANTES-AUDITORIA.
           MOVE SECUENCIA TO SECUENCIA-ORIGINAL
           MOVE GM-MOVIMIENTO TO IMPORTE-A-PARTIR
           MOVE GM-DIVISA-CODIGO TO DIVISA-CODIGO
           MOVE GM-DIVISA-IMPORTE TO DIVISA-IMPORTE
           MOVE GM-DIVISA-CAMBIO TO DIVISA-CAMBIO
           IF GM-SIN-GRUPO
               MOVE SECUENCIA TO GRUPO-SECUENCIA
               MOVE GM-DESCRIPCION TO GRUPO-CONCEPTO
           ELSE
               MOVE GM-GRUPO-SECUENCIA TO GRUPO-SECUENCIA
               MOVE GM-GRUPO-CONCEPTO TO GRUPO-CONCEPTO
               DISPLAY "YA ES UNA PARTE DEL CARGO PARTIDO "
                   GRUPO-SECUENCIA " " GRUPO-CONCEPTO
                   ", LAS NUEVAS PARTES QUEDAN EN ESE GRUPO"
           END-IF.
           DISPLAY "IMPORTE A REPARTIR: " IMPORTE-A-PARTIR
           DISPLAY "EN CUANTAS PARTES (2 A 9)"
           ACCEPT PARTES-PEDIDAS
           PERFORM PEDIR-PARTES-OTRA-VEZ
               UNTIL PARTES-PEDIDAS > 1 AND PARTES-PEDIDAS < 10.
           PERFORM OBTENER-ULTIMA-SECUENCIA-DIA.
           IF SECUENCIA + PARTES-PEDIDAS - 1 > 99
               DISPLAY "NO CABEN " PARTES-PEDIDAS " PARTES EN EL DIA, "
                   "YA LLEGA A LA SECUENCIA " SECUENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE IMPORTE-A-PARTIR TO RESTO-A-PARTIR
           PERFORM PEDIR-UNA-PARTE VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           MOVE DIVISA-IMPORTE TO RESTO-DIVISA
           PERFORM REPARTIR-DIVISA-PARTE VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           DISPLAY "PARTES DEL CARGO " GRUPO-CONCEPTO ":"
           PERFORM MOSTRAR-UNA-PARTE VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           DISPLAY "GRABAR LA PARTICION (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "PARTICION CANCELADA, EL MOVIMIENTO QUEDA "
                   "COMO ESTABA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM REESCRIBIR-PRIMERA-PARTE.
           PERFORM GRABAR-PARTE-NUEVA VARYING PAR-IDX FROM 2 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           PERFORM ACTUALIZAR-CONTROL-TRAS-CORRECCION.
           DISPLAY "CARGO PARTIDO EN " PARTES-PEDIDAS " MOVIMIENTOS, "
               "SALDO MENSUAL " TOTAL.

       PEDIR-PARTES-OTRA-VEZ.
           DISPLAY "NUMERO DE PARTES NO VALIDO, DE 2 A 9"
           ACCEPT PARTES-PEDIDAS.

       PEDIR-UNA-PARTE.
           SET PARTE-NUM TO PAR-IDX
           DISPLAY "PARTE " PARTE-NUM " DE " PARTES-PEDIDAS
               ", QUEDA POR REPARTIR " RESTO-A-PARTIR
           IF PARTE-NUM = PARTES-PEDIDAS
               MOVE RESTO-A-PARTIR TO MOVIMIENTO
               DISPLAY "LA ULTIMA PARTE SE LLEVA LO QUE QUEDA: "
                   MOVIMIENTO
           ELSE
               COMPUTE MINIMO-RESTANTE =
                   (PARTES-PEDIDAS - PARTE-NUM) * 0.01
               DISPLAY "IMPORTE DE ESTA PARTE (CON EL MISMO SIGNO QUE "
                   "EL CARGO)"
               ACCEPT MOVIMIENTO
               PERFORM VALIDAR-IMPORTE-PARTE
               PERFORM PEDIR-IMPORTE-PARTE-OTRA-VEZ
                   UNTIL IMPORTE-PARTE-VALIDO
           END-IF.
           SUBTRACT MOVIMIENTO FROM RESTO-A-PARTIR
           MOVE MOVIMIENTO TO PAR-MOVIMIENTO (PAR-IDX)
           PERFORM PEDIR-CATEGORIA
           MOVE CATEGORIA TO PAR-CATEGORIA (PAR-IDX)
           DISPLAY "CONCEPTO DE ESTA PARTE"
           ACCEPT DESCRIPCION
           MOVE DESCRIPCION TO PAR-DESCRIPCION (PAR-IDX)
           PERFORM PEDIR-PERSONA-REPARTO-CORRECCION
           MOVE PERSONA TO PAR-PERSONA (PAR-IDX)
           MOVE REPARTO TO PAR-REPARTO (PAR-IDX).

      * Cada parte menos la ultima: distinta de cero, con el signo del
      * cargo y dejando al menos un centimo a cada parte que falta.
       VALIDAR-IMPORTE-PARTE.
           MOVE "N" TO IMPORTE-PARTE-SW
           IF IMPORTE-A-PARTIR > 0
               IF MOVIMIENTO > 0 AND
                   RESTO-A-PARTIR - MOVIMIENTO NOT < MINIMO-RESTANTE
                   SET IMPORTE-PARTE-VALIDO TO TRUE
               END-IF
           ELSE
               IF MOVIMIENTO < 0 AND
                   MOVIMIENTO - RESTO-A-PARTIR NOT < MINIMO-RESTANTE
                   SET IMPORTE-PARTE-VALIDO TO TRUE
               END-IF
           END-IF.

       PEDIR-IMPORTE-PARTE-OTRA-VEZ.
           DISPLAY "IMPORTE NO VALIDO: DISTINTO DE CERO, CON EL SIGNO "
               "DEL CARGO Y DEJANDO ALGO A LAS PARTES QUE FALTAN"
           ACCEPT MOVIMIENTO
           PERFORM VALIDAR-IMPORTE-PARTE.

       REPARTIR-DIVISA-PARTE.
           SET PARTE-NUM TO PAR-IDX
           IF PARTE-NUM = PARTES-PEDIDAS
               MOVE RESTO-DIVISA TO PAR-DIVISA-IMPORTE (PAR-IDX)
           ELSE
               COMPUTE PAR-DIVISA-IMPORTE (PAR-IDX) ROUNDED =
                   DIVISA-IMPORTE * PAR-MOVIMIENTO (PAR-IDX)
                   / IMPORTE-A-PARTIR
           END-IF.
           SUBTRACT PAR-DIVISA-IMPORTE (PAR-IDX) FROM RESTO-DIVISA.

       MOSTRAR-UNA-PARTE.
           SET PARTE-NUM TO PAR-IDX
           DISPLAY "  PARTE " PARTE-NUM
               " CATEGORIA " PAR-CATEGORIA (PAR-IDX)
               " " PAR-DESCRIPCION (PAR-IDX)
               " IMPORTE " PAR-MOVIMIENTO (PAR-IDX)
               " PERSONA " PAR-PERSONA (PAR-IDX)
               " REPARTO " PAR-REPARTO (PAR-IDX).
           IF DIVISA-CODIGO NOT = SPACES
               MOVE PAR-DIVISA-IMPORTE (PAR-IDX) TO DIVISA-EDITADA
               DISPLAY "    EN " DIVISA-CODIGO " " DIVISA-EDITADA
           END-IF.

       REESCRIBIR-PRIMERA-PARTE.
           SET PAR-IDX TO 1
           MOVE SECUENCIA-ORIGINAL TO SECUENCIA
           PERFORM OBTENER-SALDO-ANTERIOR.
           COMPUTE SALDO = SALDO + PAR-MOVIMIENTO (PAR-IDX).
           PERFORM MONTAR-REGISTRO-PARTE.
           REWRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL REESCRIBIR LA PRIMERA PARTE"
               NOT INVALID KEY
                   MOVE "C" TO AU-OPERACION
                   SET AU-ORIGEN-CORRECCION TO TRUE
                   PERFORM GRABAR-AUDITORIA
           END-REWRITE.
           PERFORM RECALCULAR-SALDOS-SIGUIENTES.

       GRABAR-PARTE-NUEVA.
           PERFORM OBTENER-ULTIMA-SECUENCIA-DIA
           ADD 1 TO SECUENCIA
           PERFORM OBTENER-SALDO-ANTERIOR
           COMPUTE SALDO = SALDO + PAR-MOVIMIENTO (PAR-IDX).
           PERFORM MONTAR-REGISTRO-PARTE.
           WRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA PARTE, MOV " SECUENCIA
               NOT INVALID KEY
                   PERFORM AUDITAR-ALTA-PARTE
           END-WRITE.
           PERFORM RECALCULAR-SALDOS-SIGUIENTES.

       MONTAR-REGISTRO-PARTE.
           MOVE CUENTA TO GM-CUENTA
           MOVE ANIO TO GM-ANIO
           MOVE MES TO GM-MES
           MOVE DIA TO GM-DIA
           MOVE SECUENCIA TO GM-SECUENCIA
           MOVE PAR-CATEGORIA (PAR-IDX) TO GM-CATEGORIA
           MOVE PAR-DESCRIPCION (PAR-IDX) TO GM-DESCRIPCION
           MOVE PAR-MOVIMIENTO (PAR-IDX) TO GM-MOVIMIENTO
           MOVE SALDO TO GM-SALDO
           MOVE PAR-PERSONA (PAR-IDX) TO GM-PERSONA
           MOVE PAR-REPARTO (PAR-IDX) TO GM-REPARTO
           MOVE GRUPO-SECUENCIA TO GM-GRUPO-SECUENCIA
           MOVE GRUPO-CONCEPTO TO GM-GRUPO-CONCEPTO
           MOVE DIVISA-CODIGO TO GM-DIVISA-CODIGO
           MOVE PAR-DIVISA-IMPORTE (PAR-IDX) TO GM-DIVISA-IMPORTE
           MOVE DIVISA-CAMBIO TO GM-DIVISA-CAMBIO.

       AUDITAR-ALTA-PARTE.
           MOVE 0 TO AU-CATEGORIA-ANTES
           MOVE SPACES TO AU-DESCRIPCION-ANTES
           MOVE 0 TO AU-MOVIMIENTO-ANTES
           MOVE 0 TO AU-SALDO-ANTES
           MOVE SPACE TO AU-PERSONA-ANTES
           MOVE SPACE TO AU-REPARTO-ANTES
           MOVE "A" TO AU-OPERACION
           SET AU-ORIGEN-CORRECCION TO TRUE
           PERFORM GRABAR-AUDITORIA.

      ******************************************************************
      * Anulacion de un movimiento mal metido: se borra de
      * GASTOS-MAESTRO (informes, extraccion y liquidacion dejan de
      * verlo sin mas), se reencadena el SALDO de los posteriores del
      * mes desde el anterior al borrado y se actualiza el TOTAL del
      * control, como en una correccion. En la auditoria queda una
      * linea con operacion B y origen N con la imagen completa de
      * antes, la inicial de quien anula y la fecha y hora.
      * Si es una pata de un traspaso (categoria 98 con el concepto
      * que graba TRASPASO-CUENTAS) se busca la otra pata en la otra
      * cuenta el mismo dia y por el importe contrario, se bloquea
      * esa cuenta el rato de la operacion y se anulan las dos.
      ******************************************************************
       ANULAR-MOVIMIENTO.
           MOVE GM-CATEGORIA TO CATEGORIA-CONSULTA
           PERFORM OBTENER-NOMBRE-CATEGORIA
           DISPLAY "MOVIMIENTO A ANULAR: " GM-DIA "/" GM-MES "/"
               GM-ANIO " MOV " GM-SECUENCIA
           DISPLAY "  CATEGORIA " GM-CATEGORIA " " NOMBRE-CATEGORIA
               " " GM-DESCRIPCION
           DISPLAY "  IMPORTE " GM-MOVIMIENTO " PERSONA " GM-PERSONA
               " REPARTO " GM-REPARTO
           IF NOT GM-SIN-GRUPO
               DISPLAY "AVISO: ES UNA PARTE DEL CARGO PARTIDO "
                   GM-GRUPO-SECUENCIA " " GM-GRUPO-CONCEPTO
                   "; LAS DEMAS PARTES NO SE TOCAN"
           END-IF.
           PERFORM IDENTIFICAR-PATA-TRASPASO.
           MOVE "N" TO PAREJA-ENCONTRADA-SW
           IF ES-PATA-TRASPASO
               PERFORM TOMAR-BLOQUEO-PAREJA
               IF BLOQUEO-DENEGADO
                   DISPLAY "SIN EL BLOQUEO DE LA CUENTA " CUENTA-PAREJA
                       " NO SE ANULA EL TRASPASO"
                   EXIT PARAGRAPH
               END-IF
               MOVE CUENTA-PAREJA TO CTL-CUENTA
               MOVE ANIO TO CTL-ANIO
               MOVE MES TO CTL-MES
               PERFORM COMPROBAR-CIERRE-CONTROL
               IF MES-CERRADO
                   PERFORM AVISAR-MES-CERRADO
                   DISPLAY "NO SE ANULA EL TRASPASO"
                   PERFORM LIBERAR-BLOQUEO-PAREJA
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCAR-PATA-PAREJA
               IF PAREJA-ENCONTRADA
                   DISPLAY "ES UN TRASPASO: SE ANULARA TAMBIEN LA OTRA "
                       "PATA, MOV " SECUENCIA-PAREJA " DE LA CUENTA "
                       CUENTA-PAREJA " (" DESCRIPCION-PAREJA ")"
               ELSE
                   DISPLAY "ES UN TRASPASO PERO NO SE ENCUENTRA LA "
                       "OTRA PATA (" DESCRIPCION-PAREJA ") EN LA "
                       "CUENTA " CUENTA-PAREJA " EL MISMO DIA"
                   DISPLAY "ANULO SOLO ESTA PATA (S/N)"
                   ACCEPT RESPUESTA
                   IF NOT RESP-SI
                       DISPLAY "ANULACION CANCELADA"
                       PERFORM LIBERAR-BLOQUEO-PAREJA
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           DISPLAY "CONFIRMAS LA ANULACION (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "ANULACION CANCELADA"
               PERFORM LIBERAR-BLOQUEO-PAREJA
               EXIT PARAGRAPH
           END-IF.

           PERFORM ANULAR-UNA-PATA.
           IF PAREJA-ENCONTRADA
               MOVE CUENTA TO CUENTA-SESION
               MOVE SALDO-APERTURA-CUENTA TO APERTURA-SESION
               MOVE CUENTA-PAREJA TO CUENTA
               PERFORM OBTENER-APERTURA-PAREJA
               MOVE SECUENCIA-PAREJA TO SECUENCIA
               PERFORM ANULAR-UNA-PATA
               MOVE CUENTA-SESION TO CUENTA
               MOVE APERTURA-SESION TO SALDO-APERTURA-CUENTA
           END-IF.
           PERFORM LIBERAR-BLOQUEO-PAREJA.

       IDENTIFICAR-PATA-TRASPASO.
           MOVE "N" TO PATA-TRASPASO-SW
           IF GM-CATEGORIA NOT = CATEGORIA-TRASPASO
               EXIT PARAGRAPH
           END-IF.
           MOVE GM-DESCRIPCION TO DESC-PATA-TEXTO
           COMPUTE IMPORTE-PAREJA = 0 - GM-MOVIMIENTO
           IF DPS-LITERAL = "TRASPASO A " AND DPS-CUENTA IS NUMERIC
               MOVE DPS-CUENTA TO CUENTA-PAREJA
               MOVE CUENTA TO DESC-ENTRADA-CUENTA
               MOVE DESC-ENTRADA TO DESCRIPCION-PAREJA
               SET ES-PATA-TRASPASO TO TRUE
           END-IF.
           IF DPE-LITERAL = "TRASPASO DE " AND DPE-CUENTA IS NUMERIC
               MOVE DPE-CUENTA TO CUENTA-PAREJA
               MOVE CUENTA TO DESC-SALIDA-CUENTA
               MOVE DESC-SALIDA TO DESCRIPCION-PAREJA
               SET ES-PATA-TRASPASO TO TRUE
           END-IF.
           IF ES-PATA-TRASPASO AND CUENTA-PAREJA = CUENTA
               MOVE "N" TO PATA-TRASPASO-SW
           END-IF.

       BUSCAR-PATA-PAREJA.
           MOVE "N" TO PAREJA-ENCONTRADA-SW
           MOVE "N" TO FIN-BUSQUEDA-SW
           MOVE CUENTA-PAREJA TO GM-CUENTA
           MOVE ANIO TO GM-ANIO
           MOVE MES TO GM-MES
           MOVE DIA TO GM-DIA
           MOVE 0 TO GM-SECUENCIA
           START GASTOS-MAESTRO KEY IS NOT LESS THAN GM-CLAVE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.
           IF NOT FIN-BUSQUEDA
               PERFORM LEER-SIGUIENTE-BUSQUEDA
           END-IF.
           PERFORM EXAMINAR-PATA-PAREJA UNTIL FIN-BUSQUEDA.

       EXAMINAR-PATA-PAREJA.
           IF GM-CUENTA NOT = CUENTA-PAREJA OR GM-ANIO NOT = ANIO
               OR GM-MES NOT = MES
               OR GM-DIA NOT = DIA
               SET FIN-BUSQUEDA TO TRUE
           ELSE
               IF GM-CATEGORIA = CATEGORIA-TRASPASO
                   AND GM-DESCRIPCION = DESCRIPCION-PAREJA
                   AND GM-MOVIMIENTO = IMPORTE-PAREJA
                   MOVE GM-SECUENCIA TO SECUENCIA-PAREJA
                   SET PAREJA-ENCONTRADA TO TRUE
                   SET FIN-BUSQUEDA TO TRUE
               ELSE
                   PERFORM LEER-SIGUIENTE-BUSQUEDA
               END-IF
           END-IF.

       OBTENER-APERTURA-PAREJA.
           MOVE 0 TO SALDO-APERTURA-CUENTA
           IF HAY-MAESTRO-CUENTAS
               MOVE CUENTA TO CU-CODIGO
               READ CUENTAS-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-SALDO-APERTURA TO SALDO-APERTURA-CUENTA
               END-READ
           END-IF.

      ******************************************************************
      * Anula el movimiento de CUENTA/ANIO/MES/DIA/SECUENCIA: lo vuelve
      * a leer (la busqueda de la otra pata mueve el registro), guarda
      * su imagen para la auditoria, lo borra y reencadena el mes.
      ******************************************************************
       ANULAR-UNA-PATA.
           MOVE CUENTA TO GM-CUENTA
           MOVE ANIO TO GM-ANIO
           MOVE MES TO GM-MES
           MOVE DIA TO GM-DIA
           MOVE SECUENCIA TO GM-SECUENCIA
           READ GASTOS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE EL MOVIMIENTO " SECUENCIA
                       " DE LA CUENTA " CUENTA ", NO SE ANULA"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CAPTURAR-ANTES-AUDITORIA.
           DELETE GASTOS-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR AL ANULAR EL MOVIMIENTO, ESTADO "
                       GM-ESTADO
                   EXIT PARAGRAPH
           END-DELETE.
           PERFORM AUDITAR-ANULACION.

           PERFORM OBTENER-SALDO-ANTERIOR.
           PERFORM RECALCULAR-SALDOS-SIGUIENTES.
           PERFORM ACTUALIZAR-CONTROL-TRAS-CORRECCION.
           DISPLAY "MOVIMIENTO ANULADO EN LA CUENTA " CUENTA
               ", SALDO DEL MES: " TOTAL.

       AUDITAR-ANULACION.
           MOVE CUENTA TO AU-CUENTA
           MOVE ANIO TO AU-ANIO
           MOVE MES TO AU-MES
           MOVE DIA TO AU-DIA
           MOVE SECUENCIA TO AU-SECUENCIA
           MOVE 0 TO AU-CATEGORIA-DESPUES
           MOVE SPACES TO AU-DESCRIPCION-DESPUES
           MOVE 0 TO AU-MOVIMIENTO-DESPUES
           MOVE 0 TO AU-SALDO-DESPUES
           MOVE SPACE TO AU-PERSONA-DESPUES
           MOVE SPACE TO AU-REPARTO-DESPUES
           MOVE PERSONA-BLOQUEO TO AU-USUARIO
           SET AU-ANULACION TO TRUE
           SET AU-ORIGEN-ANULACION TO TRUE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO AU-FECHA
           MOVE HORA-HHMMSS TO AU-HORA
           WRITE AU-REGISTRO.
           IF AU-ESTADO NOT = "00"
               DISPLAY "ERROR AL GRABAR LA AUDITORIA, ESTADO " AU-ESTADO
           END-IF.

       OBTENER-SALDO-ANTERIOR.
           MOVE 0 TO SALDO.
           PERFORM COMPROBAR-PRIMER-MES-CUENTA.
                   END-IF
           END-READ.

      ******************************************************************
      * Cierre mensual (CIERRE-MES): un mes cerrado no admite altas,
      * correcciones ni anulaciones. El llamador deja CTL-CUENTA,
      * CTL-ANIO y CTL-MES; si el control existe queda leido.
      ******************************************************************
       COMPROBAR-CIERRE-CONTROL.
           MOVE "N" TO MES-CERRADO-SW
           READ GASTOS-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-MES-CERRADO
                       SET MES-CERRADO TO TRUE
                   END-IF
           END-READ.

       AVISAR-MES-CERRADO.
           DISPLAY "EL MES " CTL-MES "/" CTL-ANIO " DE LA CUENTA "
               CTL-CUENTA " ESTA CERRADO DESDE EL " CTL-FECHA-CIERRE
               " (" CTL-PERSONA-CIERRE ")"
           DISPLAY "NO SE PUEDE ANOTAR EN EL; REABRELO ANTES CON "
               "CIERRE-MES".

       FINPROGRAMA.
            IF OPCION-INICIAL NOT = 2 AND MES NOT = 0
                PERFORM TOTALES-POR-CATEGORIA
            IF HAY-MAESTRO-CUENTAS
                CLOSE CUENTAS-MAESTRO
            END-IF.
            IF HAY-MAESTRO-DIVISAS
                CLOSE DIVISAS-MAESTRO
            END-IF.
            IF MODO-BATCH
                CLOSE TRANSACCIONES
            END-IF.
