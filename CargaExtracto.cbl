      *          grabado en el dia, saldo sumando los movimientos
      *          anteriores del mes y reencadenado de los
      *          posteriores) y deja rastro en la auditoria GASTOSA
      *          con origen E.
      * Tectonics: cobc
      * Modification History:
      *   03/09/2026 - Primera version.
      *                presupuesto al abrirlo; FINPROGRAMA cierra
      *                tambien el fichero de reglas si una salida
      *                temprana lo dejo abierto.
      *   15/10/2026 - Puede lanzarse desde la cadena nocturna
      *                CADENA-NOCTURNA: con LOTE-ACTIVO toma cuenta,
      *                anio, mes, inicial y reparto del area LOTEREG,
      *                no pide confirmacion, trata un bloqueo ajeno
      *                como denegado y devuelve el resultado y los
      *                contadores de la carga.
      *   15/10/2026 - La auditoria anota tambien la inicial de quien
      *                hace el cambio y la PERSONA y el REPARTO antes
      *                y despues del movimiento.
      *   15/10/2026 - No se carga en un mes cerrado con CIERRE-MES:
      *                tomado el bloqueo se mira el control del mes y,
      *                si esta cerrado, se dice quien y cuando lo cerro
      *                y no se graba nada (en la cadena nocturna el paso
      *                queda fallido). El control que se crea nace
      *                abierto.
      *   15/10/2026 - En la carga por teclado se puede partir una linea
      *                del extracto en 2 a 9 movimientos con su importe,
      *                categoria, concepto y persona; las partes se
      *                agrupan en GM-GRUPO con la referencia del banco
      *                para CONCILIA-BANCO.
      *   15/10/2026 - Las lineas del extracto pagadas en moneda
      *                extranjera (divisa e importe original, del
      *                registro 24 del Norma 43) se graban con su divisa
      *                y el cambio aplicado; al partir una de ellas el
      *                importe original se reparte entre las partes.
      *   15/10/2026 - Altas con origen E en la auditoria y aviso de
      *                posible duplicado: por teclado se pregunta, en la
      *                cadena nocturna la linea va a REVISION.
      *   15/10/2026 - Si no se graban las partes de una linea partida,
      *                la linea entera se graba con la categoria y el
      *                concepto de su regla y la persona y el reparto de
      *                la carga.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  EX-DIA PIC 99.
           05  EX-IMPORTE PIC S9(6)V99.
           05  EX-REFERENCIA PIC X(20).
      *    Pago en moneda extranjera (registro 24 del Norma 43); en
      *    blanco en los extractos en euros y en los de antes.
           05  EX-DIVISA-CODIGO PIC X(3).
           05  EX-DIVISA-IMPORTE PIC S9(9)V99.

       FD  REGLAS-CARGA.
       01  RG-REGISTRO.
       77 LINEAS-CARGADAS PIC 9(4) COMP VALUE 0.
       77 LINEAS-A-REVISION PIC 9(4) COMP VALUE 0.
       77 LINEAS-OTRO-MES PIC 9(4) COMP VALUE 0.
       77 LINEAS-DUPLICADAS PIC 9(4) COMP VALUE 0.
       77 POSIBLE-DUPLICADO-SW PIC X VALUE "N".
           88 HAY-POSIBLE-DUPLICADO VALUE "S".
       77 DUPLICADO-RECHAZADO-SW PIC X VALUE "N".
           88 DUPLICADO-RECHAZADO VALUE "S".
       77 DIA-DESDE-DUPLICADO PIC 99 VALUE 0.
       77 FECHA-HOY PIC 9(8) VALUE 0.
       77 IMPORTE-EDITADO PIC +9(6).99 VALUE ZERO.
       77 BQ-ESTADO PIC XX VALUE "00".
           88 BLOQUEO-DENEGADO VALUE "S".
       77 CUENTA-BLOQUEO PIC 99 VALUE 0.
       77 PERSONA-BLOQUEO PIC X VALUE SPACE.
       77 MENSAJE-FALLO PIC X(40) VALUE SPACES.
       77 MES-CERRADO-SW PIC X VALUE "N".
           88 MES-CERRADO VALUE "S".
       77 PARTIR-LINEAS-SW PIC X VALUE "N".
           88 SE-PARTEN-LINEAS VALUE "S".
       77 LINEA-PARTIDA-SW PIC X VALUE "N".
           88 LINEA-PARTIDA VALUE "S".
       77 LINEAS-PARTIDAS PIC 9(4) COMP VALUE 0.
       77 PERSONA-CARGA PIC X VALUE SPACE.
       77 REPARTO-CARGA PIC X VALUE SPACE.
       77 CATEGORIA-LINEA PIC 99 VALUE 0.
       77 DESCRIPCION-LINEA PIC X(20) VALUE SPACES.
       77 GRUPO-SECUENCIA PIC 99 VALUE 0.
       77 GRUPO-CONCEPTO PIC X(20) VALUE SPACES.
       77 PARTES-PEDIDAS PIC 99 VALUE 0.
       77 PARTE-NUM PIC 99 VALUE 0.
       77 RESTO-A-PARTIR PIC S9(6)V99 COMP-3 VALUE 0.
       77 MINIMO-RESTANTE PIC S9(6)V99 COMP-3 VALUE 0.
       77 IMPORTE-PARTE-SW PIC X VALUE "N".
           88 IMPORTE-PARTE-VALIDO VALUE "S".
       77 DIVISA-CODIGO PIC X(3) VALUE SPACES.
       77 DIVISA-IMPORTE PIC S9(9)V99 COMP-3 VALUE 0.
       77 DIVISA-CAMBIO PIC 9(6)V9(5) COMP-3 VALUE 0.
       77 RESTO-DIVISA PIC S9(9)V99 COMP-3 VALUE 0.

       01  HORA-AHORA.
           05  HORA-HHMMSS PIC 9(6).
               10  REG-CATEGORIA PIC 99 VALUE 0.
               10  REG-DESCRIPCION PIC X(20) VALUE SPACES.

      * Partes de una linea del extracto que se parte, hasta grabarlas.
       01  PAR-TABLA.
           05  PAR-ELEMENTO OCCURS 9 TIMES INDEXED BY PAR-IDX.
               10  PAR-CATEGORIA PIC 99 VALUE 0.
               10  PAR-DESCRIPCION PIC X(20) VALUE SPACES.
               10  PAR-MOVIMIENTO PIC S9(6)V99 COMP-3 VALUE 0.
               10  PAR-PERSONA PIC X VALUE SPACE.
               10  PAR-REPARTO PIC X VALUE SPACE.
               10  PAR-DIVISA-IMPORTE PIC S9(9)V99 COMP-3 VALUE 0.

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-CARGA.
           DISPLAY "CARGA DEL EXTRACTO DEL BANCO EN EL MAESTRO"
           PERFORM ABRIR-FICHEROS.
           PERFORM PEDIR-DATOS-CARGA.
           PERFORM TOMAR-BLOQUEO-CUENTA.
           PERFORM COMPROBAR-CIERRE-MES.
           PERFORM CARGAR-REGLAS.
           IF CUANTAS-REGLAS = 0
               DISPLAY "EL FICHERO DE REGLAS ESTA VACIO, TODAS LAS "
                   "LINEAS IRAN A REVISION"
           END-IF.

           IF LOTE-ACTIVO
               DISPLAY "SE CARGA EL EXTRACTO DE " MES "/" ANIO
                   " EN LA CUENTA " CUENTA " " NOMBRE-CUENTA
           ELSE
               DISPLAY "SE VA A CARGAR EL EXTRACTO DE " MES "/" ANIO
                   " EN LA CUENTA " CUENTA " " NOMBRE-CUENTA
                   ", CONFIRMAS (S/N)"
               ACCEPT RESPUESTA
               IF NOT RESP-SI
                   DISPLAY "CARGA CANCELADA"
                   PERFORM FINPROGRAMA
               END-IF
               DISPLAY "VAS A PARTIR ALGUNA LINEA EN VARIOS "
                   "MOVIMIENTOS (S/N)"
               ACCEPT RESPUESTA
               IF RESP-SI
                   SET SE-PARTEN-LINEAS TO TRUE
               END-IF
           END-IF.
           MOVE PERSONA TO PERSONA-CARGA
           MOVE REPARTO TO REPARTO-CARGA.

           PERFORM LEER-LINEA-EXTRACTO.
           PERFORM CARGAR-UNA-LINEA UNTIL FIN-EXTRACTO.
           DISPLAY "LINEAS DEL EXTRACTO LEIDAS:   " LINEAS-LEIDAS
           DISPLAY "MOVIMIENTOS CARGADOS:         " LINEAS-CARGADAS
           DISPLAY "LINEAS ENVIADAS A REVISION:   " LINEAS-A-REVISION
           IF LINEAS-PARTIDAS > 0
               DISPLAY "LINEAS PARTIDAS EN VARIOS:    " LINEAS-PARTIDAS
           END-IF.
           IF LINEAS-OTRO-MES > 0
               DISPLAY "LINEAS DE OTRO MES IGNORADAS: " LINEAS-OTRO-MES
           END-IF.
           IF LINEAS-DUPLICADAS > 0
               DISPLAY "POSIBLES DUPLICADOS REVISION: "
                   LINEAS-DUPLICADAS
           END-IF.
           IF LINEAS-A-REVISION > 0
               DISPLAY "REPASA EL LISTADO REVISION Y CARGA ESAS "
                   "LINEAS A MANO CON CONTROL-GASTOS"
               DISPLAY "SALDO DEL MES TRAS LA CARGA: " TOTAL
           END-IF.
           DISPLAY "========================================".
           IF LOTE-ACTIVO
               MOVE LINEAS-LEIDAS TO LOTE-LEIDOS
               MOVE LINEAS-CARGADAS TO LOTE-GRABADOS
               MOVE LINEAS-A-REVISION TO LOTE-INCIDENCIAS
               IF LINEAS-A-REVISION > 0
                   MOVE "HAY LINEAS EN EL LISTADO REVISION"
                       TO LOTE-MENSAJE
               END-IF
           END-IF.
           PERFORM FINPROGRAMA.

       ABRIR-FICHEROS.
           OPEN INPUT EXTRACTO-BANCO.
           IF EX-ESTADO NOT = "00"
               DISPLAY "NO SE ENCUENTRA EL FICHERO DEL EXTRACTO"
               MOVE "NO SE ENCUENTRA EL FICHERO EXTRACTO"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               CLOSE GASTOS-MAESTRO
               CLOSE GASTOS-CONTROL
               GOBACK
           IF RV-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL LISTADO DE REVISION, "
                   "ESTADO " RV-ESTADO
               MOVE "NO SE PUEDE CREAR EL LISTADO REVISION"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               CLOSE GASTOS-MAESTRO
               CLOSE GASTOS-CONTROL
               CLOSE EXTRACTO-BANCO
           END-IF.

       PEDIR-DATOS-CARGA.
           IF LOTE-ACTIVO
               PERFORM TOMAR-DATOS-LOTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT HAY-MAESTRO-CUENTAS
               DISPLAY "AVISO: NO EXISTE EL MAESTRO DE CUENTAS, "
                   "EJECUTA MANTENIMIENTO-CUENTAS; SE USA LA CUENTA 01"
           ACCEPT REPARTO.
           PERFORM PEDIR-REPARTO-OTRA-VEZ UNTIL REPARTO-VALIDO.

      ******************************************************************
      * En la cadena nocturna los datos de la carga vienen del area
      * LOTEREG; un dato no valido no se puede volver a pedir, asi que
      * el paso termina como fallido sin haber tocado el maestro.
      ******************************************************************
       TOMAR-DATOS-LOTE.
           IF NOT HAY-MAESTRO-CUENTAS
               MOVE 1 TO CUENTA
               MOVE "GENERAL" TO NOMBRE-CUENTA
               MOVE 0 TO SALDO-APERTURA-CUENTA
           ELSE
               MOVE LOTE-CUENTA TO CUENTA
               PERFORM VALIDAR-CUENTA
               IF NOT CUENTA-VALIDA
                   DISPLAY "CUENTA NO VALIDA EN LOS PARAMETROS: "
                       CUENTA
                   MOVE "CUENTA NO VALIDA EN LOS PARAMETROS"
                       TO MENSAJE-FALLO
                   PERFORM ANOTAR-FALLO-LOTE
                   PERFORM FINPROGRAMA
               END-IF
           END-IF.
           MOVE LOTE-ANIO TO ANIO
           MOVE LOTE-MES TO MES
           IF MES < 1 OR MES > 12
               DISPLAY "MES NO VALIDO EN LOS PARAMETROS: " MES
               MOVE "MES NO VALIDO EN LOS PARAMETROS" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.
           MOVE LOTE-PERSONA TO PERSONA
           MOVE LOTE-REPARTO TO REPARTO
           IF NOT REPARTO-VALIDO
               DISPLAY "REPARTO NO VALIDO EN LOS PARAMETROS: " REPARTO
               MOVE "REPARTO NO VALIDO EN LOS PARAMETROS"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.

       ANOTAR-FALLO-LOTE.
           IF LOTE-ACTIVO
               MOVE 1 TO LOTE-RESULTADO
               MOVE MENSAJE-FALLO TO LOTE-MENSAJE
           END-IF.

       PEDIR-CUENTA-OTRA-VEZ.
           DISPLAY "CUENTA NO VALIDA, VUELVE A INTRODUCIRLA"
           ACCEPT CUENTA
           IF BLOQUEO-DENEGADO
               DISPLAY "NO SE PUEDE CARGAR MIENTRAS EL BLOQUEO "
                   "SIGA PUESTO"
               MOVE "BLOQUEO DE LA CUENTA DENEGADO" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.
           PERFORM GRABAR-BLOQUEO.
           IF BQ-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR EL FICHERO DE BLOQUEOS, "
                   "ESTADO " BQ-ESTADO
               MOVE "NO SE PUEDE ABRIR EL FICHERO BLOQUEOS"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.
           SET BLOQUEOS-ABIERTO TO TRUE.
           DISPLAY "LA CUENTA " BQ-CUENTA " ESTA BLOQUEADA POR "
               BQ-PROGRAMA " (" BQ-PERSONA ") DESDE EL " BQ-FECHA
               " A LAS " BQ-HORA
           IF LOTE-ACTIVO
               SET BLOQUEO-DENEGADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SI ES DE UNA SESION COLGADA PUEDO LIBERARLO, "
               "LO LIBERO (S/N)"
           ACCEPT RESPUESTA
           END-IF.

       GRABAR-BLOQUEO.
           IF LOTE-ACTIVO
               MOVE LOTE-PERSONA TO PERSONA-BLOQUEO
           ELSE
               DISPLAY "TU INICIAL (QUEDA ANOTADA EN EL BLOQUEO)"
               ACCEPT PERSONA-BLOQUEO
           END-IF.
           MOVE CUENTA TO BQ-CUENTA
           MOVE "CARGA-EXTRACTO" TO BQ-PROGRAMA
           MOVE PERSONA-BLOQUEO TO BQ-PERSONA
               INVALID KEY
                   DISPLAY "OTRA SESION SE HA ADELANTADO CON EL "
                       "BLOQUEO DE LA CUENTA " CUENTA
                   MOVE "BLOQUEO DE LA CUENTA DENEGADO"
                       TO MENSAJE-FALLO
                   PERFORM ANOTAR-FALLO-LOTE
                   PERFORM FINPROGRAMA
               NOT INVALID KEY
                   SET BLOQUEO-TOMADO TO TRUE
               ADD 1 TO LINEAS-OTRO-MES
           ELSE
               PERFORM BUSCAR-REGLA-LINEA
               PERFORM AVISAR-POSIBLE-DUPLICADO
               MOVE "N" TO LINEA-PARTIDA-SW
               IF SE-PARTEN-LINEAS AND NOT DUPLICADO-RECHAZADO
                   PERFORM OFRECER-PARTIR-LINEA
               END-IF
               EVALUATE TRUE
                   WHEN DUPLICADO-RECHAZADO
                       PERFORM ENVIAR-DUPLICADO-A-REVISION
                   WHEN LINEA-PARTIDA
                       CONTINUE
                   WHEN REGLA-ENCONTRADA
                       PERFORM GRABAR-LINEA-EXTRACTO
                   WHEN OTHER
                       PERFORM ENVIAR-A-REVISION
               END-EVALUATE
           END-IF.
           PERFORM LEER-LINEA-EXTRACTO.

                   RV-ESTADO
           END-IF.

      ******************************************************************
      * Linea con el mismo importe que otro movimiento de la cuenta
      * del dia anterior, del mismo dia o del siguiente (dentro del
      * mes): por teclado se pregunta si se carga; en la cadena
      * nocturna no se carga y va a REVISION.
      ******************************************************************
       AVISAR-POSIBLE-DUPLICADO.
           MOVE "N" TO POSIBLE-DUPLICADO-SW
           MOVE "N" TO DUPLICADO-RECHAZADO-SW
           IF EX-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           IF EX-DIA > 1
               COMPUTE DIA-DESDE-DUPLICADO = EX-DIA - 1
           ELSE
               MOVE EX-DIA TO DIA-DESDE-DUPLICADO
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
           IF NOT HAY-POSIBLE-DUPLICADO
               EXIT PARAGRAPH
           END-IF.
           IF LOTE-ACTIVO
               SET DUPLICADO-RECHAZADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE EX-IMPORTE TO IMPORTE-EDITADO
           DISPLAY "LINEA DEL DIA " EX-DIA " IMPORTE " IMPORTE-EDITADO
               " " EX-REFERENCIA
           DISPLAY "CARGARLA DE TODAS FORMAS (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               SET DUPLICADO-RECHAZADO TO TRUE
           END-IF.

       EXAMINAR-POSIBLE-DUPLICADO.
           IF GM-CUENTA NOT = CUENTA OR GM-ANIO NOT = ANIO
               OR GM-MES NOT = MES
               OR GM-DIA > EX-DIA + 1
               SET FIN-BUSQUEDA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF GM-MOVIMIENTO = EX-IMPORTE
               SET HAY-POSIBLE-DUPLICADO TO TRUE
               DISPLAY "POSIBLE DUPLICADO: " GM-DIA "/" GM-MES "/"
                   GM-ANIO " MOV " GM-SECUENCIA " " GM-DESCRIPCION
           END-IF.
           PERFORM LEER-SIGUIENTE-BUSQUEDA.

       ENVIAR-DUPLICADO-A-REVISION.
           ADD 1 TO LINEAS-A-REVISION
           ADD 1 TO LINEAS-DUPLICADAS
           MOVE EX-IMPORTE TO IMPORTE-EDITADO
           MOVE SPACES TO RV-LINEA
           STRING "POSIBLE DUPLICADO: " EX-ANIO "-" EX-MES "-" EX-DIA
               " IMPORTE " IMPORTE-EDITADO
               " " EX-REFERENCIA
               DELIMITED BY SIZE INTO RV-LINEA
           END-STRING.
           WRITE RV-LINEA.
           IF RV-ESTADO NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR EN REVISION, ESTADO "
                   RV-ESTADO
           END-IF.

      ******************************************************************
      * Alta del movimiento en GASTOS-MAESTRO con la misma mecanica
      * de CONTROL-GASTOS: secuencia detras de lo ya grabado en el
       GRABAR-LINEA-EXTRACTO.
           MOVE EX-DIA TO DIA
           MOVE EX-IMPORTE TO MOVIMIENTO
           MOVE 0 TO GRUPO-SECUENCIA
           MOVE SPACES TO GRUPO-CONCEPTO
           PERFORM TOMAR-DIVISA-LINEA
           PERFORM GRABAR-MOVIMIENTO-EXTRACTO.

      ******************************************************************
      * Divisa de la linea del banco: codigo e importe original con el
      * signo del cargo en euros y cambio aplicado (unidades de la
      * divisa por euro). Las lineas en euros, y las de extractos de
      * antes de la divisa (importe no numerico), van sin divisa.
      ******************************************************************
       TOMAR-DIVISA-LINEA.
           MOVE SPACES TO DIVISA-CODIGO
           MOVE 0 TO DIVISA-IMPORTE
           MOVE 0 TO DIVISA-CAMBIO
           IF EX-DIVISA-CODIGO = SPACES
               OR EX-DIVISA-IMPORTE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF EX-DIVISA-IMPORTE = 0 OR EX-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE EX-DIVISA-CODIGO TO DIVISA-CODIGO
           MOVE EX-DIVISA-IMPORTE TO DIVISA-IMPORTE
           IF (EX-IMPORTE < 0 AND DIVISA-IMPORTE > 0)
               OR (EX-IMPORTE > 0 AND DIVISA-IMPORTE < 0)
               COMPUTE DIVISA-IMPORTE = 0 - DIVISA-IMPORTE
           END-IF.
           COMPUTE DIVISA-CAMBIO ROUNDED = DIVISA-IMPORTE / EX-IMPORTE
               ON SIZE ERROR
                   MOVE 0 TO DIVISA-CAMBIO
           END-COMPUTE.

       GRABAR-MOVIMIENTO-EXTRACTO.
           PERFORM OBTENER-ULTIMA-SECUENCIA-DIA.
           ADD 1 TO SECUENCIA
           PERFORM OBTENER-SALDO-ANTERIOR
           MOVE SALDO TO GM-SALDO
           MOVE PERSONA TO GM-PERSONA
           MOVE REPARTO TO GM-REPARTO
           MOVE GRUPO-SECUENCIA TO GM-GRUPO-SECUENCIA
           MOVE GRUPO-CONCEPTO TO GM-GRUPO-CONCEPTO
           MOVE DIVISA-CODIGO TO GM-DIVISA-CODIGO
           MOVE DIVISA-IMPORTE TO GM-DIVISA-IMPORTE
           MOVE DIVISA-CAMBIO TO GM-DIVISA-CAMBIO
           WRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA LINEA DEL DIA " DIA
                   PERFORM RECALCULAR-SALDOS-SIGUIENTES
           END-WRITE.

      ******************************************************************
      * Linea del extracto partida en varios movimientos (la compra
      * del super con comida y limpieza, p.ej.): solo en la carga por
      * teclado y si al empezar se dijo que se iba a partir alguna.
      * Cada parte lleva su importe, categoria, concepto y persona;
      * la ultima se lleva lo que quede, asi que las partes suman
      * exactamente la linea del banco. Se graban seguidas ese dia
      * y todas llevan en GM-GRUPO la secuencia de la primera y la
      * referencia del banco, para que CONCILIA-BANCO las cuadre por
      * la suma. Una linea sin regla que se parte se carga y no va a
      * revision. Si la linea es en divisa el importe original se
      * reparte en proporcion a los euros de cada parte (la ultima se
      * lleva el resto) y todas llevan el cambio de la linea.
      ******************************************************************
       OFRECER-PARTIR-LINEA.
           MOVE EX-IMPORTE TO IMPORTE-EDITADO
           DISPLAY "LINEA DEL DIA " EX-DIA " IMPORTE " IMPORTE-EDITADO
               " " EX-REFERENCIA
           IF REGLA-ENCONTRADA
               DISPLAY "  REGLA: CATEGORIA " CATEGORIA " " DESCRIPCION
           ELSE
               DISPLAY "  SIN REGLA, IRIA A REVISION"
           END-IF.
           IF EX-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PARTIR ESTA LINEA (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EN CUANTAS PARTES (2 A 9)"
           ACCEPT PARTES-PEDIDAS
           PERFORM PEDIR-PARTES-OTRA-VEZ
               UNTIL PARTES-PEDIDAS > 1 AND PARTES-PEDIDAS < 10.
           MOVE EX-DIA TO DIA
           PERFORM OBTENER-ULTIMA-SECUENCIA-DIA.
           IF SECUENCIA + PARTES-PEDIDAS > 99
               DISPLAY "NO CABEN " PARTES-PEDIDAS " PARTES EN EL DIA "
                   DIA ", LA LINEA SE TRATA ENTERA"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE GRUPO-SECUENCIA = SECUENCIA + 1
           MOVE EX-REFERENCIA TO GRUPO-CONCEPTO
           MOVE EX-IMPORTE TO RESTO-A-PARTIR
           MOVE CATEGORIA TO CATEGORIA-LINEA
           MOVE DESCRIPCION TO DESCRIPCION-LINEA
           PERFORM PEDIR-UNA-PARTE VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           DISPLAY "PARTES DE LA LINEA " EX-REFERENCIA ":"
           PERFORM MOSTRAR-UNA-PARTE VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           DISPLAY "GRABAR LAS PARTES (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "NO SE PARTE, LA LINEA SE TRATA ENTERA"
               PERFORM RESTAURAR-DATOS-LINEA
               EXIT PARAGRAPH
           END-IF.
           SET LINEA-PARTIDA TO TRUE
           ADD 1 TO LINEAS-PARTIDAS
           PERFORM TOMAR-DIVISA-LINEA
           MOVE DIVISA-IMPORTE TO RESTO-DIVISA
           PERFORM REPARTIR-DIVISA-PARTE VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           PERFORM GRABAR-PARTE-EXTRACTO VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > PARTES-PEDIDAS.
           PERFORM RESTAURAR-DATOS-LINEA.

      * Lo que PEDIR-UNA-PARTE pisa vuelve a ser lo de la linea entera
      * (categoria y concepto de la regla) y lo de la carga (persona
      * y reparto), se graben o no las partes.
       RESTAURAR-DATOS-LINEA.
           MOVE CATEGORIA-LINEA TO CATEGORIA
           MOVE DESCRIPCION-LINEA TO DESCRIPCION
           MOVE PERSONA-CARGA TO PERSONA
           MOVE REPARTO-CARGA TO REPARTO.

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
                   "LA LINEA)"
               ACCEPT MOVIMIENTO
               PERFORM VALIDAR-IMPORTE-PARTE
               PERFORM PEDIR-IMPORTE-PARTE-OTRA-VEZ
                   UNTIL IMPORTE-PARTE-VALIDO
           END-IF.
           SUBTRACT MOVIMIENTO FROM RESTO-A-PARTIR
           MOVE MOVIMIENTO TO PAR-MOVIMIENTO (PAR-IDX)
           DISPLAY "CATEGORIA DE ESTA PARTE"
           ACCEPT CATEGORIA
           PERFORM VALIDAR-CATEGORIA
           PERFORM PEDIR-CATEGORIA-OTRA-VEZ UNTIL CATEGORIA-VALIDA.
           MOVE CATEGORIA TO PAR-CATEGORIA (PAR-IDX)
           DISPLAY "CONCEPTO DE ESTA PARTE (EN BLANCO = REFERENCIA "
               "DEL BANCO)"
           ACCEPT DESCRIPCION
           IF DESCRIPCION = SPACES
               MOVE EX-REFERENCIA TO DESCRIPCION
           END-IF.
           MOVE DESCRIPCION TO PAR-DESCRIPCION (PAR-IDX)
           DISPLAY "INICIAL DE ESTA PARTE (EN BLANCO = " PERSONA-CARGA
               " " REPARTO-CARGA ", LA DE LA CARGA)"
           ACCEPT PERSONA
           IF PERSONA = SPACE
               MOVE PERSONA-CARGA TO PERSONA
               MOVE REPARTO-CARGA TO REPARTO
           ELSE
               DISPLAY "GASTO (C)OMPARTIDO O (P)ERSONAL"
               ACCEPT REPARTO
               PERFORM PEDIR-REPARTO-OTRA-VEZ UNTIL REPARTO-VALIDO
           END-IF.
           MOVE PERSONA TO PAR-PERSONA (PAR-IDX)
           MOVE REPARTO TO PAR-REPARTO (PAR-IDX).

      * Cada parte menos la ultima: distinta de cero, con el signo de
      * la linea y dejando al menos un centimo a cada parte que falta.
       VALIDAR-IMPORTE-PARTE.
           MOVE "N" TO IMPORTE-PARTE-SW
           IF EX-IMPORTE > 0
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
               "DE LA LINEA Y DEJANDO ALGO A LAS PARTES QUE FALTAN"
           ACCEPT MOVIMIENTO
           PERFORM VALIDAR-IMPORTE-PARTE.

       PEDIR-CATEGORIA-OTRA-VEZ.
           DISPLAY "CATEGORIA NO VALIDA, VUELVE A INTRODUCIRLA"
           ACCEPT CATEGORIA
           PERFORM VALIDAR-CATEGORIA.

       MOSTRAR-UNA-PARTE.
           SET PARTE-NUM TO PAR-IDX
           DISPLAY "  PARTE " PARTE-NUM
               " CATEGORIA " PAR-CATEGORIA (PAR-IDX)
               " " PAR-DESCRIPCION (PAR-IDX)
               " IMPORTE " PAR-MOVIMIENTO (PAR-IDX)
               " PERSONA " PAR-PERSONA (PAR-IDX)
               " REPARTO " PAR-REPARTO (PAR-IDX).

       REPARTIR-DIVISA-PARTE.
           SET PARTE-NUM TO PAR-IDX
           IF PARTE-NUM = PARTES-PEDIDAS
               MOVE RESTO-DIVISA TO PAR-DIVISA-IMPORTE (PAR-IDX)
           ELSE
               COMPUTE PAR-DIVISA-IMPORTE (PAR-IDX) ROUNDED =
                   DIVISA-IMPORTE * PAR-MOVIMIENTO (PAR-IDX)
                   / EX-IMPORTE
           END-IF.
           SUBTRACT PAR-DIVISA-IMPORTE (PAR-IDX) FROM RESTO-DIVISA.

       GRABAR-PARTE-EXTRACTO.
           MOVE EX-DIA TO DIA
           MOVE PAR-DIVISA-IMPORTE (PAR-IDX) TO DIVISA-IMPORTE
           MOVE PAR-MOVIMIENTO (PAR-IDX) TO MOVIMIENTO
           MOVE PAR-CATEGORIA (PAR-IDX) TO CATEGORIA
           MOVE PAR-DESCRIPCION (PAR-IDX) TO DESCRIPCION
           MOVE PAR-PERSONA (PAR-IDX) TO PERSONA
           MOVE PAR-REPARTO (PAR-IDX) TO REPARTO
           PERFORM GRABAR-MOVIMIENTO-EXTRACTO.

       OBTENER-ULTIMA-SECUENCIA-DIA.
           MOVE 0 TO SECUENCIA
           MOVE "N" TO FIN-BUSQUEDA-SW
                   SET FIN-RECALCULO TO TRUE
           END-READ.

      ******************************************************************
      * Un mes cerrado con CIERRE-MES no admite apuntes del extracto.
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
               DISPLAY "NO SE CARGA NADA; REABRELO ANTES CON "
                   "CIERRE-MES"
               MOVE "EL MES ESTA CERRADO" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.

       ACTUALIZAR-CONTROL-MES.
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
           SET AU-ORIGEN-EXTRACTO TO TRUE
           PERFORM GRABAR-AUDITORIA.

       CAPTURAR-ANTES-AUDITORIA.
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
