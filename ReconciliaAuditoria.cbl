      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Conciliacion del fichero de auditoria GASTOSA con el
      *          maestro GASTOSM. Se reproduce la auditoria linea a
      *          linea, en el orden en que se grabo, sobre un fichero
      *          de trabajo por clave (cuenta/anio/mes/dia/secuencia)
      *          que queda con la ultima imagen DESPUES de cada
      *          movimiento, y se compara con el maestro:
      *            - movimientos del maestro sin ninguna auditoria
      *              (restauraciones, migraciones, programas que no
      *              la graban);
      *            - claves auditadas cuyo movimiento ya no esta en el
      *              maestro sin haberse anulado (operacion B) ni
      *              pasado al historico GASTOSH por CIERRE-ANUAL;
      *            - campos que no coinciden entre la ultima imagen de
      *              la auditoria y el maestro.
      *          La PERSONA y el REPARTO solo se comparan con lineas
      *          que traen la inicial de quien hizo el cambio: las
      *          grabadas antes de tener esos campos los dan en blanco.
      *          Termina con el resumen de los cambios grabados entre
      *          dos fechas AU-FECHA, agrupados por origen, sea cual
      *          sea el mes al que se apuntaron.
      *          Solo lee: no toca ni el maestro ni la auditoria. El
      *          fichero de trabajo AUDITRW se rehace en cada pasada.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      *   15/10/2026 - Origen Q (cuota de prestamo) en el resumen por
      *                origen.
      *   15/10/2026 - Origen E (carga del extracto del banco) en el
      *                resumen por origen.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIA-AUDITORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GASTOS-AUDITORIA ASSIGN TO "GASTOSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-ESTADO.

           SELECT GASTOS-MAESTRO ASSIGN TO "GASTOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CLAVE
               FILE STATUS IS GM-ESTADO.

           SELECT GASTOS-HISTORICO ASSIGN TO "GASTOSH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CLAVE
               FILE STATUS IS GH-ESTADO.

           SELECT AUDITORIA-TRABAJO ASSIGN TO "AUDITRW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLAVE
               FILE STATUS IS RA-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-AUDITORIA.
           COPY "AUDITREG.CPY".

       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  GASTOS-HISTORICO.
           COPY "GASTOREG.CPY" REPLACING LEADING ==GM== BY ==GH==.

      ******************************************************************
      * Ultima imagen de cada clave segun la auditoria. RA-VISTO se
      * marca al encontrar el movimiento en el maestro; las que quedan
      * sin marcar son las que ya no estan.
      ******************************************************************
       FD  AUDITORIA-TRABAJO.
       01  RA-REGISTRO.
           05  RA-CLAVE.
               10  RA-CUENTA PIC 99.
               10  RA-ANIO PIC 9(4).
               10  RA-MES PIC 99.
               10  RA-DIA PIC 99.
               10  RA-SECUENCIA PIC 99.
           05  RA-LINEAS PIC 9(5).
           05  RA-FECHA PIC 9(8).
           05  RA-HORA PIC 9(6).
           05  RA-OPERACION PIC X.
               88  RA-ANULADO VALUE "B".
           05  RA-ORIGEN PIC X.
           05  RA-USUARIO PIC X.
           05  RA-CATEGORIA PIC 99.
           05  RA-DESCRIPCION PIC X(20).
           05  RA-MOVIMIENTO PIC S9(6)V99.
           05  RA-SALDO PIC S9(6)V99.
           05  RA-PERSONA PIC X.
           05  RA-REPARTO PIC X.
           05  RA-VISTO-SW PIC X.
               88  RA-VISTO VALUE "S".

       WORKING-STORAGE SECTION.
       77 AU-ESTADO PIC XX VALUE "00".
       77 GM-ESTADO PIC XX VALUE "00".
       77 GH-ESTADO PIC XX VALUE "00".
       77 RA-ESTADO PIC XX VALUE "00".
       77 HAY-MAESTRO-SW PIC X VALUE "N".
           88 HAY-MAESTRO VALUE "S".
       77 HAY-HISTORICO-SW PIC X VALUE "N".
           88 HAY-HISTORICO VALUE "S".
       77 CUENTA-CONSULTA PIC 99 VALUE 0.
       77 FECHA-DESDE PIC 9(8) VALUE 0.
       77 FECHA-HASTA PIC 9(8) VALUE 0.
       77 FECHA-HOY PIC 9(8) VALUE 0.
       77 FIN-AUDITORIA-SW PIC X VALUE "N".
           88 FIN-AUDITORIA VALUE "S".
       77 FIN-MAESTRO-SW PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       77 FIN-TRABAJO-SW PIC X VALUE "N".
           88 FIN-TRABAJO VALUE "S".
       77 DIFERENCIA-SW PIC X VALUE "N".
           88 HAY-DIFERENCIA VALUE "S".
       77 LINEAS-AUDITORIA PIC 9(6) COMP VALUE 0.
       77 CLAVES-AUDITADAS PIC 9(6) COMP VALUE 0.
       77 MOVIMIENTOS-LEIDOS PIC 9(6) COMP VALUE 0.
       77 SIN-AUDITORIA PIC 9(6) COMP VALUE 0.
       77 CON-DIFERENCIAS PIC 9(6) COMP VALUE 0.
       77 DESAPARECIDOS PIC 9(6) COMP VALUE 0.
       77 ANULADOS PIC 9(6) COMP VALUE 0.
       77 ARCHIVADOS PIC 9(6) COMP VALUE 0.
       77 CAMBIOS-PERIODO PIC 9(6) COMP VALUE 0.
       77 ORIGEN-NUM PIC 99 COMP VALUE 0.
       77 IMPORTE-EDITADO PIC -Z(5)9.99 VALUE ZERO.
       77 IMPORTE-EDITADO-2 PIC -Z(5)9.99 VALUE ZERO.

      ******************************************************************
      * Resumen por origen de los cambios del periodo. El ultimo
      * elemento recoge los origenes desconocidos.
      ******************************************************************
       01  TABLA-ORIGENES-INICIAL.
           05  FILLER PIC X(31) VALUE "TALTA POR TECLADO              ".
           05  FILLER PIC X(31) VALUE "LALTA POR LOTE                 ".
           05  FILLER PIC X(31) VALUE "CCORRECCION MANUAL             ".
           05  FILLER PIC X(31) VALUE "RRECALCULO DE SALDOS           ".
           05  FILLER PIC X(31) VALUE "FMOVIMIENTO FIJO               ".
           05  FILLER PIC X(31) VALUE "PTRASPASO ENTRE CUENTAS        ".
           05  FILLER PIC X(31) VALUE "NANULACION                     ".
           05  FILLER PIC X(31) VALUE "QCUOTA DE PRESTAMO             ".
           05  FILLER PIC X(31) VALUE "EEXTRACTO DEL BANCO            ".
           05  FILLER PIC X(31) VALUE "?ORIGEN DESCONOCIDO            ".
       01  TABLA-ORIGENES REDEFINES TABLA-ORIGENES-INICIAL.
           05  ORG-NOMBRE-ELEM OCCURS 10 TIMES INDEXED BY ORN-IDX.
               10  ORG-CODIGO PIC X.
               10  ORG-NOMBRE PIC X(30).

       01  TABLA-CONTADORES.
           05  ORG-CONTADORES OCCURS 10 TIMES.
               10  ORG-ALTAS PIC 9(6) COMP.
               10  ORG-CORRECCIONES PIC 9(6) COMP.
               10  ORG-ANULACIONES PIC 9(6) COMP.
               10  ORG-NETO PIC S9(8)V99 COMP-3.

       PROCEDURE DIVISION.
       INICIO-RECONCILIACION.
           DISPLAY "CONCILIACION DE LA AUDITORIA GASTOSA CON EL MAESTRO"
           DISPLAY "INTRODUCE LA CUENTA A CONCILIAR (0 = TODAS)"
           ACCEPT CUENTA-CONSULTA.
           DISPLAY "RESUMEN DE CAMBIOS DESDE LA FECHA (AAAAMMDD, "
               "0 = DESDE EL PRINCIPIO)"
           ACCEPT FECHA-DESDE.
           DISPLAY "HASTA LA FECHA (AAAAMMDD, 0 = HOY)"
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               MOVE FECHA-HOY TO FECHA-HASTA
           END-IF.
           INITIALIZE TABLA-CONTADORES.

           OPEN INPUT GASTOS-AUDITORIA.
           IF AU-ESTADO NOT = "00"
               DISPLAY "NO HAY AUDITORIA GRABADA TODAVIA"
               GOBACK
           END-IF.
           OPEN OUTPUT AUDITORIA-TRABAJO.
           CLOSE AUDITORIA-TRABAJO.
           OPEN I-O AUDITORIA-TRABAJO.
           IF RA-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL FICHERO DE TRABAJO "
                   "AUDITRW, ESTADO " RA-ESTADO
               CLOSE GASTOS-AUDITORIA
               GOBACK
           END-IF.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO = "00"
               SET HAY-MAESTRO TO TRUE
           ELSE
               DISPLAY "NO EXISTE EL MAESTRO GASTOSM"
           END-IF.
           OPEN INPUT GASTOS-HISTORICO.
           IF GH-ESTADO = "00"
               SET HAY-HISTORICO TO TRUE
           END-IF.

           PERFORM REPRODUCIR-AUDITORIA.
           CLOSE GASTOS-AUDITORIA.
           DISPLAY "========================================"
           DISPLAY "MOVIMIENTOS DEL MAESTRO SIN AUDITORIA O DISTINTOS"
           DISPLAY "========================================".
           IF HAY-MAESTRO
               PERFORM REPASAR-MAESTRO
           END-IF.
           DISPLAY "========================================"
           DISPLAY "CLAVES AUDITADAS QUE YA NO ESTAN EN EL MAESTRO"
           DISPLAY "========================================".
           PERFORM REPASAR-DESAPARECIDOS.

           DISPLAY "========================================"
           DISPLAY "LINEAS DE AUDITORIA LEIDAS:         "
               LINEAS-AUDITORIA
           DISPLAY "CLAVES AUDITADAS:                   "
               CLAVES-AUDITADAS
           DISPLAY "MOVIMIENTOS DEL MAESTRO:            "
               MOVIMIENTOS-LEIDOS
           DISPLAY "MOVIMIENTOS SIN AUDITORIA:          " SIN-AUDITORIA
           DISPLAY "MOVIMIENTOS CON DIFERENCIAS:        "
               CON-DIFERENCIAS
           DISPLAY "DESAPARECIDOS SIN ANULAR NI ARCHIVAR: "
               DESAPARECIDOS
           DISPLAY "ANULADOS (EXPLICADOS):              " ANULADOS
           DISPLAY "PASADOS AL HISTORICO (EXPLICADOS):  " ARCHIVADOS
           IF SIN-AUDITORIA = 0 AND CON-DIFERENCIAS = 0
               AND DESAPARECIDOS = 0
               DISPLAY "LA AUDITORIA EXPLICA TODO EL MAESTRO"
           END-IF.

           PERFORM MOSTRAR-RESUMEN-PERIODO.

           CLOSE AUDITORIA-TRABAJO.
           IF HAY-MAESTRO
               CLOSE GASTOS-MAESTRO
           END-IF.
           IF HAY-HISTORICO
               CLOSE GASTOS-HISTORICO
           END-IF.
           GOBACK.

      ******************************************************************
      * Pasada 1: cada linea de GASTOSA deja su imagen DESPUES (o la
      * marca de anulado) como ultima imagen de su clave, y suma en el
      * resumen por origen si su AU-FECHA cae en el periodo pedido.
      ******************************************************************
       REPRODUCIR-AUDITORIA.
           PERFORM LEER-LINEA-AUDITORIA.
           PERFORM REPRODUCIR-UNA-LINEA UNTIL FIN-AUDITORIA.

       LEER-LINEA-AUDITORIA.
           READ GASTOS-AUDITORIA
               AT END
                   SET FIN-AUDITORIA TO TRUE
           END-READ.

       REPRODUCIR-UNA-LINEA.
           IF CUENTA-CONSULTA = 0 OR AU-CUENTA = CUENTA-CONSULTA
               ADD 1 TO LINEAS-AUDITORIA
               PERFORM APLICAR-LINEA-AUDITORIA
               IF AU-FECHA NOT < FECHA-DESDE
                   AND AU-FECHA NOT > FECHA-HASTA
                   PERFORM SUMAR-CAMBIO-PERIODO
               END-IF
           END-IF.
           PERFORM LEER-LINEA-AUDITORIA.

       APLICAR-LINEA-AUDITORIA.
           MOVE AU-CLAVE TO RA-CLAVE
           READ AUDITORIA-TRABAJO
               INVALID KEY
                   ADD 1 TO CLAVES-AUDITADAS
                   MOVE AU-CLAVE TO RA-CLAVE
                   MOVE 0 TO RA-LINEAS
                   MOVE "N" TO RA-VISTO-SW
           END-READ.
           ADD 1 TO RA-LINEAS
           MOVE AU-FECHA TO RA-FECHA
           MOVE AU-HORA TO RA-HORA
           MOVE AU-OPERACION TO RA-OPERACION
           MOVE AU-ORIGEN TO RA-ORIGEN
           MOVE AU-USUARIO TO RA-USUARIO
           MOVE AU-CATEGORIA-DESPUES TO RA-CATEGORIA
           MOVE AU-DESCRIPCION-DESPUES TO RA-DESCRIPCION
           MOVE AU-MOVIMIENTO-DESPUES TO RA-MOVIMIENTO
           MOVE AU-SALDO-DESPUES TO RA-SALDO
           MOVE AU-PERSONA-DESPUES TO RA-PERSONA
           MOVE AU-REPARTO-DESPUES TO RA-REPARTO
           IF RA-LINEAS = 1
               WRITE RA-REGISTRO
           ELSE
               REWRITE RA-REGISTRO
           END-IF.
           IF RA-ESTADO NOT = "00"
               DISPLAY "ERROR EN EL FICHERO DE TRABAJO, ESTADO "
                   RA-ESTADO
           END-IF.

       SUMAR-CAMBIO-PERIODO.
           ADD 1 TO CAMBIOS-PERIODO
           SET ORN-IDX TO 1
           SEARCH ORG-NOMBRE-ELEM
               AT END
                   SET ORN-IDX TO 10
               WHEN ORG-CODIGO (ORN-IDX) = AU-ORIGEN
                   CONTINUE
           END-SEARCH.
           SET ORIGEN-NUM TO ORN-IDX
           EVALUATE TRUE
               WHEN AU-ALTA
                   ADD 1 TO ORG-ALTAS (ORIGEN-NUM)
                   ADD AU-MOVIMIENTO-DESPUES TO ORG-NETO (ORIGEN-NUM)
               WHEN AU-ANULACION
                   ADD 1 TO ORG-ANULACIONES (ORIGEN-NUM)
                   SUBTRACT AU-MOVIMIENTO-ANTES
                       FROM ORG-NETO (ORIGEN-NUM)
               WHEN OTHER
                   ADD 1 TO ORG-CORRECCIONES (ORIGEN-NUM)
                   ADD AU-MOVIMIENTO-DESPUES TO ORG-NETO (ORIGEN-NUM)
                   SUBTRACT AU-MOVIMIENTO-ANTES
                       FROM ORG-NETO (ORIGEN-NUM)
           END-EVALUATE.

      ******************************************************************
      * Pasada 2: cada movimiento del maestro contra la ultima imagen
      * de su clave.
      ******************************************************************
       REPASAR-MAESTRO.
           MOVE CUENTA-CONSULTA TO GM-CUENTA
           MOVE 0 TO GM-ANIO
           MOVE 0 TO GM-MES
           MOVE 0 TO GM-DIA
           MOVE 0 TO GM-SECUENCIA
           START GASTOS-MAESTRO KEY IS NOT LESS THAN GM-CLAVE
               INVALID KEY
                   SET FIN-MAESTRO TO TRUE
           END-START.
           IF NOT FIN-MAESTRO
               PERFORM LEER-SIGUIENTE-MAESTRO
           END-IF.
           PERFORM COMPARAR-UN-MOVIMIENTO UNTIL FIN-MAESTRO.

       LEER-SIGUIENTE-MAESTRO.
           READ GASTOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
           END-READ.
           IF NOT FIN-MAESTRO AND CUENTA-CONSULTA NOT = 0
               AND GM-CUENTA NOT = CUENTA-CONSULTA
               SET FIN-MAESTRO TO TRUE
           END-IF.

       COMPARAR-UN-MOVIMIENTO.
           ADD 1 TO MOVIMIENTOS-LEIDOS
           MOVE GM-CLAVE TO RA-CLAVE
           READ AUDITORIA-TRABAJO
               INVALID KEY
                   ADD 1 TO SIN-AUDITORIA
                   MOVE GM-MOVIMIENTO TO IMPORTE-EDITADO
                   DISPLAY "SIN AUDITORIA: CUENTA " GM-CUENTA " "
                       GM-DIA "/" GM-MES "/" GM-ANIO " MOV "
                       GM-SECUENCIA " " GM-DESCRIPCION " "
                       IMPORTE-EDITADO
                   PERFORM LEER-SIGUIENTE-MAESTRO
                   EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO DIFERENCIA-SW
           IF RA-ANULADO
               PERFORM MOSTRAR-CLAVE-DIFERENTE
               DISPLAY "  EXISTE EN EL MAESTRO PERO LA AUDITORIA LO DA "
                   "POR ANULADO EL " RA-FECHA
           ELSE
               PERFORM COMPARAR-CAMPOS
           END-IF.
           IF HAY-DIFERENCIA
               ADD 1 TO CON-DIFERENCIAS
           END-IF.
           SET RA-VISTO TO TRUE
           REWRITE RA-REGISTRO.
           PERFORM LEER-SIGUIENTE-MAESTRO.

       COMPARAR-CAMPOS.
           IF GM-CATEGORIA NOT = RA-CATEGORIA
               PERFORM MOSTRAR-CLAVE-DIFERENTE
               DISPLAY "  CATEGORIA   MAESTRO " GM-CATEGORIA
                   "  AUDITORIA " RA-CATEGORIA
           END-IF.
           IF GM-DESCRIPCION NOT = RA-DESCRIPCION
               PERFORM MOSTRAR-CLAVE-DIFERENTE
               DISPLAY "  CONCEPTO    MAESTRO " GM-DESCRIPCION
                   "  AUDITORIA " RA-DESCRIPCION
           END-IF.
           IF GM-MOVIMIENTO NOT = RA-MOVIMIENTO
               PERFORM MOSTRAR-CLAVE-DIFERENTE
               MOVE GM-MOVIMIENTO TO IMPORTE-EDITADO
               MOVE RA-MOVIMIENTO TO IMPORTE-EDITADO-2
               DISPLAY "  IMPORTE     MAESTRO " IMPORTE-EDITADO
                   "  AUDITORIA " IMPORTE-EDITADO-2
           END-IF.
           IF GM-SALDO NOT = RA-SALDO
               PERFORM MOSTRAR-CLAVE-DIFERENTE
               MOVE GM-SALDO TO IMPORTE-EDITADO
               MOVE RA-SALDO TO IMPORTE-EDITADO-2
               DISPLAY "  SALDO       MAESTRO " IMPORTE-EDITADO
                   "  AUDITORIA " IMPORTE-EDITADO-2
           END-IF.
           IF RA-USUARIO NOT = SPACE
               IF GM-PERSONA NOT = RA-PERSONA
                   PERFORM MOSTRAR-CLAVE-DIFERENTE
                   DISPLAY "  PERSONA     MAESTRO " GM-PERSONA
                       "  AUDITORIA " RA-PERSONA
               END-IF
               IF GM-REPARTO NOT = RA-REPARTO
                   PERFORM MOSTRAR-CLAVE-DIFERENTE
                   DISPLAY "  REPARTO     MAESTRO " GM-REPARTO
                       "  AUDITORIA " RA-REPARTO
               END-IF
           END-IF.

       MOSTRAR-CLAVE-DIFERENTE.
           IF NOT HAY-DIFERENCIA
               SET HAY-DIFERENCIA TO TRUE
               DISPLAY "DIFERENTE: CUENTA " GM-CUENTA " " GM-DIA "/"
                   GM-MES "/" GM-ANIO " MOV " GM-SECUENCIA
                   " (ULTIMA AUDITORIA " RA-FECHA " " RA-HORA
                   " ORIGEN " RA-ORIGEN ")"
           END-IF.

      ******************************************************************
      * Pasada 3: claves auditadas que no se vieron en el maestro. Las
      * anuladas y las que CIERRE-ANUAL paso al historico estan
      * explicadas; el resto ha desaparecido sin rastro.
      ******************************************************************
       REPASAR-DESAPARECIDOS.
           MOVE LOW-VALUES TO RA-CLAVE
           START AUDITORIA-TRABAJO KEY IS NOT LESS THAN RA-CLAVE
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START.
           IF NOT FIN-TRABAJO
               PERFORM LEER-SIGUIENTE-TRABAJO
           END-IF.
           PERFORM EXAMINAR-UNA-CLAVE UNTIL FIN-TRABAJO.

       LEER-SIGUIENTE-TRABAJO.
           READ AUDITORIA-TRABAJO NEXT RECORD
               AT END
                   SET FIN-TRABAJO TO TRUE
           END-READ.

       EXAMINAR-UNA-CLAVE.
           IF RA-VISTO
               PERFORM LEER-SIGUIENTE-TRABAJO
               EXIT PARAGRAPH
           END-IF.
           IF RA-ANULADO
               ADD 1 TO ANULADOS
               PERFORM LEER-SIGUIENTE-TRABAJO
               EXIT PARAGRAPH
           END-IF.
           IF HAY-HISTORICO
               MOVE RA-CLAVE TO GH-CLAVE
               READ GASTOS-HISTORICO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ARCHIVADOS
                       PERFORM LEER-SIGUIENTE-TRABAJO
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           ADD 1 TO DESAPARECIDOS
           MOVE RA-MOVIMIENTO TO IMPORTE-EDITADO
           DISPLAY "DESAPARECIDO: CUENTA " RA-CUENTA " " RA-DIA "/"
               RA-MES "/" RA-ANIO " MOV " RA-SECUENCIA " "
               RA-DESCRIPCION " " IMPORTE-EDITADO
           DISPLAY "  ULTIMA AUDITORIA " RA-FECHA " " RA-HORA
               " OPERACION " RA-OPERACION " ORIGEN " RA-ORIGEN
               " POR " RA-USUARIO.
           PERFORM LEER-SIGUIENTE-TRABAJO.

      ******************************************************************
      * Resumen de los cambios grabados entre las dos fechas pedidas,
      * por origen: altas, correcciones, anulaciones y la variacion
      * neta de importes que suponen.
      ******************************************************************
       MOSTRAR-RESUMEN-PERIODO.
           DISPLAY "========================================"
           DISPLAY "CAMBIOS GRABADOS DEL " FECHA-DESDE " AL "
               FECHA-HASTA
           DISPLAY "========================================".
           IF CAMBIOS-PERIODO = 0
               DISPLAY "NO HAY CAMBIOS EN ESAS FECHAS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-UN-ORIGEN VARYING ORIGEN-NUM FROM 1 BY 1
               UNTIL ORIGEN-NUM > 10.
           DISPLAY "TOTAL DE CAMBIOS: " CAMBIOS-PERIODO.

       MOSTRAR-UN-ORIGEN.
           IF ORG-ALTAS (ORIGEN-NUM) = 0
               AND ORG-CORRECCIONES (ORIGEN-NUM) = 0
               AND ORG-ANULACIONES (ORIGEN-NUM) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ORG-NETO (ORIGEN-NUM) TO IMPORTE-EDITADO
           DISPLAY ORG-NOMBRE (ORIGEN-NUM)
               " ALTAS " ORG-ALTAS (ORIGEN-NUM)
               " CORRECCIONES " ORG-CORRECCIONES (ORIGEN-NUM)
               " ANULACIONES " ORG-ANULACIONES (ORIGEN-NUM)
               " NETO " IMPORTE-EDITADO.
       END PROGRAM RECONCILIA-AUDITORIA.
