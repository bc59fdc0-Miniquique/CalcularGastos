      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Informe de gastos en divisas de un viaje o de un
      *          periodo. Lee del maestro GASTOSM y del historico
      *          GASTOSH los movimientos pagados en moneda extranjera
      *          entre dos fechas (de una cuenta o de todas) y graba
      *          en el fichero de impresion DIVISASL, por divisa:
      *            - cada movimiento con su importe original, los
      *              euros cargados por el banco, los euros que
      *              salen al cambio de referencia del dia (maestro
      *              DIVISAS) y la diferencia como comision;
      *            - el total de la divisa en su moneda y en euros,
      *              con el cambio medio aplicado;
      *          y el total en euros de todo el periodo. La comision
      *          es lo que se ha pagado de mas (o devuelto de menos)
      *          respecto al cambio de referencia. Un movimiento sin
      *          cambio de referencia en o antes de su fecha se marca
      *          SIN CAMBIO y queda fuera de la comision.
      *          El fichero de trabajo DIVISAW ordena los movimientos
      *          por divisa y fecha y se rehace en cada pasada.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-DIVISAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DIVISAS-MAESTRO ASSIGN TO "DIVISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS DV-ESTADO.

           SELECT DIVISAS-TRABAJO ASSIGN TO "DIVISAW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-CLAVE
               FILE STATUS IS DW-ESTADO.

           SELECT FICHERO-LISTADO ASSIGN TO "DIVISASL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  GASTOS-HISTORICO.
           COPY "GASTOREG.CPY" REPLACING LEADING ==GM== BY ==GH==.

       FD  DIVISAS-MAESTRO.
           COPY "DIVISREG.CPY".

      ******************************************************************
      * Un movimiento en divisa del periodo, ordenado por divisa y
      * fecha. Un mismo movimiento en maestro e historico da clave
      * duplicada y se avisa en vez de contarlo dos veces.
      ******************************************************************
       FD  DIVISAS-TRABAJO.
       01  DW-REGISTRO.
           05  DW-CLAVE.
               10  DW-DIVISA PIC X(3).
               10  DW-FECHA PIC 9(8).
               10  DW-CUENTA PIC 99.
               10  DW-SECUENCIA PIC 99.
           05  DW-DESCRIPCION PIC X(20).
           05  DW-MOVIMIENTO PIC S9(6)V99.
           05  DW-DIVISA-IMPORTE PIC S9(9)V99.
           05  DW-DIVISA-CAMBIO PIC 9(6)V9(5).

       FD  FICHERO-LISTADO.
       01  LST-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       77 GM-ESTADO PIC XX VALUE "00".
       77 GH-ESTADO PIC XX VALUE "00".
       77 DV-ESTADO PIC XX VALUE "00".
       77 DW-ESTADO PIC XX VALUE "00".
       77 LS-ESTADO PIC XX VALUE "00".
       77 HAY-DIVISAS-SW PIC X VALUE "N".
           88 HAY-MAESTRO-DIVISAS VALUE "S".
       77 HAY-LISTADO-SW PIC X VALUE "N".
           88 HAY-LISTADO VALUE "S".
       77 FIN-FICHERO-SW PIC X VALUE "N".
           88 FIN-FICHERO VALUE "S".
       77 FIN-CAMBIOS-SW PIC X VALUE "N".
           88 FIN-CAMBIOS VALUE "S".
       77 CAMBIO-ENCONTRADO-SW PIC X VALUE "N".
           88 CAMBIO-ENCONTRADO VALUE "S".
       77 CUENTA-INFORME PIC 99 VALUE 0.
       77 FECHA-DESDE PIC 9(8) VALUE 0.
       77 FECHA-HASTA PIC 9(8) VALUE 0.
       77 TITULO-INFORME PIC X(30) VALUE SPACES.
       77 MOVIMIENTOS-DIVISA PIC 9(6) COMP VALUE 0.
       77 MOVIMIENTOS-SIN-CAMBIO PIC 9(6) COMP VALUE 0.
       77 DIVISA-ANTERIOR PIC X(3) VALUE SPACES.
       77 CAMBIO-REFERENCIA PIC 9(6)V9(5) COMP-3 VALUE 0.
       77 EUROS-REFERENCIA PIC S9(7)V99 COMP-3 VALUE 0.
       77 COMISION PIC S9(7)V99 COMP-3 VALUE 0.
       77 CAMBIO-MEDIO PIC 9(6)V9(5) COMP-3 VALUE 0.
       77 LINEAS-POR-PAGINA PIC 99 VALUE 60.
       77 LINEA-ACTUAL PIC 99 VALUE 99.
       77 PAGINA PIC 9(4) VALUE 0.
       77 IMPORTE-EDITADO PIC -Z(6)9.99 VALUE ZERO.

       01  FECHA-MOVIMIENTO.
           05  FM-ANIO PIC 9(4).
           05  FM-MES PIC 99.
           05  FM-DIA PIC 99.
       01  FECHA-MOVIMIENTO-NUM REDEFINES FECHA-MOVIMIENTO PIC 9(8).

      ******************************************************************
      * Acumulados de la divisa en curso y del periodo completo.
      * La referencia y la comision solo suman los movimientos que
      * tienen cambio de referencia.
      ******************************************************************
       01  TOTALES-DIVISA.
           05  TD-MOVIMIENTOS PIC 9(5) COMP.
           05  TD-SIN-CAMBIO PIC 9(5) COMP.
           05  TD-ORIGINAL PIC S9(11)V99 COMP-3.
           05  TD-CARGADO PIC S9(7)V99 COMP-3.
           05  TD-REFERENCIA PIC S9(7)V99 COMP-3.
           05  TD-COMISION PIC S9(7)V99 COMP-3.

       01  TOTALES-PERIODO.
           05  TP-CARGADO PIC S9(7)V99 COMP-3 VALUE 0.
           05  TP-REFERENCIA PIC S9(7)V99 COMP-3 VALUE 0.
           05  TP-COMISION PIC S9(7)V99 COMP-3 VALUE 0.

      ******************************************************************
      * Lineas del fichero de impresion DIVISASL.
      ******************************************************************
       01  LST-CABECERA-INFORME.
           05  FILLER PIC X(18) VALUE "GASTOS EN DIVISAS ".
           05  LST-CAB-TITULO PIC X(30).
           05  FILLER PIC X(19) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "PAGINA ".
           05  LST-CAB-PAGINA PIC ZZZ9.

       01  LST-CABECERA-PERIODO.
           05  FILLER PIC X(6) VALUE "DESDE ".
           05  LST-CAB-DESDE PIC 9(8).
           05  FILLER PIC X(7) VALUE " HASTA ".
           05  LST-CAB-HASTA PIC 9(8).
           05  FILLER PIC X(8) VALUE " CUENTA ".
           05  LST-CAB-CUENTA PIC X(6).

       01  LST-CABECERA-COLUMNAS.
           05  FILLER PIC X(11) VALUE "FECHA".
           05  FILLER PIC X(3) VALUE "CT ".
           05  FILLER PIC X(21) VALUE "CONCEPTO".
           05  FILLER PIC X(14) VALUE "     ORIGINAL ".
           05  FILLER PIC X(11) VALUE "  CARGADO ".
           05  FILLER PIC X(11) VALUE " REFERENC. ".
           05  FILLER PIC X(9) VALUE " COMISION".

       01  LST-DIVISA.
           05  FILLER PIC X(8) VALUE "DIVISA: ".
           05  LST-DIV-CODIGO PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DIV-NOMBRE PIC X(20).

       01  LST-DETALLE.
           05  LST-DET-DIA PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DET-MES PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DET-ANIO PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CUENTA PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CONCEPTO PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-ORIGINAL PIC +Z(8)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CARGADO PIC +Z(5)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-COMPARACION.
               10  LST-DET-REFERENCIA PIC +Z(5)9.99.
               10  FILLER PIC X VALUE SPACE.
               10  LST-DET-COMISION PIC +Z(4)9.99.
           05  LST-DET-SIN-CAMBIO REDEFINES LST-DET-COMPARACION
               PIC X(20).

       01  LST-TOTAL-DIVISA.
           05  FILLER PIC X(6) VALUE "TOTAL ".
           05  LST-TDI-CODIGO PIC X(3).
           05  FILLER PIC X(3) VALUE " : ".
           05  LST-TDI-MOVIMIENTOS PIC ZZZZ9.
           05  FILLER PIC X(14) VALUE " MOVIMIENTOS, ".
           05  LST-TDI-ORIGINAL PIC +Z(10)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-TDI-CODIGO-2 PIC X(3).
           05  FILLER PIC X(8) VALUE ", MEDIO ".
           05  LST-TDI-CAMBIO PIC Z(5)9.9(5).

       01  LST-TOTAL-EUROS.
           05  LST-TEU-ROTULO PIC X(14).
           05  FILLER PIC X(9) VALUE "CARGADO: ".
           05  LST-TEU-CARGADO PIC +Z(6)9.99.
           05  FILLER PIC X(12) VALUE " REFERENCIA:".
           05  LST-TEU-REFERENCIA PIC +Z(6)9.99.
           05  FILLER PIC X(10) VALUE " COMISION:".
           05  LST-TEU-COMISION PIC +Z(6)9.99.

       01  LST-SIN-CAMBIO.
           05  FILLER PIC X(14) VALUE SPACES.
           05  LST-SCA-MOVIMIENTOS PIC ZZZZ9.
           05  FILLER PIC X(47)
               VALUE " MOVIMIENTO(S) SIN CAMBIO DE REFERENCIA, FUERA ".
           05  FILLER PIC X(12) VALUE "DE COMISION".

       01  LST-ROTULO PIC X(60) VALUE SPACES.

       01  LST-LINEA-PENDIENTE PIC X(80) VALUE SPACES.

       01  LST-SEPARADOR PIC X(79) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO-INFORME.
           DISPLAY "INFORME DE GASTOS EN DIVISAS"
           DISPLAY "CUENTA A INFORMAR (0 = TODAS)"
           ACCEPT CUENTA-INFORME.
           DISPLAY "DESDE LA FECHA (AAAAMMDD)"
           ACCEPT FECHA-DESDE.
           DISPLAY "HASTA LA FECHA (AAAAMMDD, 0 = SIN LIMITE)"
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
           IF FECHA-HASTA < FECHA-DESDE
               DISPLAY "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE"
               GOBACK
           END-IF.
           DISPLAY "VIAJE O MOTIVO DEL INFORME (OPCIONAL)"
           ACCEPT TITULO-INFORME.

           OPEN OUTPUT DIVISAS-TRABAJO.
           CLOSE DIVISAS-TRABAJO.
           OPEN I-O DIVISAS-TRABAJO.
           IF DW-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL FICHERO DE TRABAJO "
                   "DIVISAW, ESTADO " DW-ESTADO
               GOBACK
           END-IF.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO = "00"
               PERFORM RECOGER-MAESTRO
               CLOSE GASTOS-MAESTRO
           END-IF.
           OPEN INPUT GASTOS-HISTORICO.
           IF GH-ESTADO = "00"
               PERFORM RECOGER-HISTORICO
               CLOSE GASTOS-HISTORICO
           END-IF.
           IF MOVIMIENTOS-DIVISA = 0
               DISPLAY "NO HAY MOVIMIENTOS EN DIVISAS EN EL PERIODO"
               CLOSE DIVISAS-TRABAJO
               GOBACK
           END-IF.

           OPEN INPUT DIVISAS-MAESTRO.
           IF DV-ESTADO = "00"
               SET HAY-MAESTRO-DIVISAS TO TRUE
           ELSE
               DISPLAY "NO EXISTE EL MAESTRO DE DIVISAS DIVISAS, NO "
                   "HAY CAMBIOS DE REFERENCIA"
           END-IF.
           PERFORM ABRIR-LISTADO.
           PERFORM LISTAR-MOVIMIENTOS.
           PERFORM LISTAR-TOTAL-PERIODO.
           CLOSE DIVISAS-TRABAJO.
           IF HAY-MAESTRO-DIVISAS
               CLOSE DIVISAS-MAESTRO
           END-IF.
           IF HAY-LISTADO
               CLOSE FICHERO-LISTADO
               DISPLAY "INFORME GRABADO EN EL FICHERO DIVISASL, "
                   PAGINA " PAGINA(S)"
           END-IF.
           GOBACK.

      ******************************************************************
      * Movimientos en divisa del periodo, del maestro y del
      * historico, al fichero de trabajo por divisa y fecha.
      ******************************************************************
       RECOGER-MAESTRO.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-MAESTRO.
           PERFORM EXAMINAR-MAESTRO UNTIL FIN-FICHERO.

       LEER-SIGUIENTE-MAESTRO.
           READ GASTOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       EXAMINAR-MAESTRO.
           MOVE GM-ANIO TO FM-ANIO
           MOVE GM-MES TO FM-MES
           MOVE GM-DIA TO FM-DIA
           IF NOT GM-EN-EUROS
               AND (CUENTA-INFORME = 0 OR GM-CUENTA = CUENTA-INFORME)
               AND FECHA-MOVIMIENTO-NUM NOT < FECHA-DESDE
               AND FECHA-MOVIMIENTO-NUM NOT > FECHA-HASTA
               MOVE GM-DIVISA-CODIGO TO DW-DIVISA
               MOVE FECHA-MOVIMIENTO-NUM TO DW-FECHA
               MOVE GM-CUENTA TO DW-CUENTA
               MOVE GM-SECUENCIA TO DW-SECUENCIA
               MOVE GM-DESCRIPCION TO DW-DESCRIPCION
               MOVE GM-MOVIMIENTO TO DW-MOVIMIENTO
               MOVE GM-DIVISA-IMPORTE TO DW-DIVISA-IMPORTE
               MOVE GM-DIVISA-CAMBIO TO DW-DIVISA-CAMBIO
               PERFORM GRABAR-TRABAJO
           END-IF.
           PERFORM LEER-SIGUIENTE-MAESTRO.

       RECOGER-HISTORICO.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-HISTORICO.
           PERFORM EXAMINAR-HISTORICO UNTIL FIN-FICHERO.

       LEER-SIGUIENTE-HISTORICO.
           READ GASTOS-HISTORICO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       EXAMINAR-HISTORICO.
           MOVE GH-ANIO TO FM-ANIO
           MOVE GH-MES TO FM-MES
           MOVE GH-DIA TO FM-DIA
           IF NOT GH-EN-EUROS
               AND (CUENTA-INFORME = 0 OR GH-CUENTA = CUENTA-INFORME)
               AND FECHA-MOVIMIENTO-NUM NOT < FECHA-DESDE
               AND FECHA-MOVIMIENTO-NUM NOT > FECHA-HASTA
               MOVE GH-DIVISA-CODIGO TO DW-DIVISA
               MOVE FECHA-MOVIMIENTO-NUM TO DW-FECHA
               MOVE GH-CUENTA TO DW-CUENTA
               MOVE GH-SECUENCIA TO DW-SECUENCIA
               MOVE GH-DESCRIPCION TO DW-DESCRIPCION
               MOVE GH-MOVIMIENTO TO DW-MOVIMIENTO
               MOVE GH-DIVISA-IMPORTE TO DW-DIVISA-IMPORTE
               MOVE GH-DIVISA-CAMBIO TO DW-DIVISA-CAMBIO
               PERFORM GRABAR-TRABAJO
           END-IF.
           PERFORM LEER-SIGUIENTE-HISTORICO.

       GRABAR-TRABAJO.
           WRITE DW-REGISTRO
               INVALID KEY
                   DISPLAY "MOVIMIENTO REPETIDO EN MAESTRO E "
                       "HISTORICO: CUENTA " DW-CUENTA " " DW-FECHA
                       " MOV " DW-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO MOVIMIENTOS-DIVISA
           END-WRITE.

      ******************************************************************
      * Listado por divisa: detalle de movimientos y, al cambiar de
      * divisa, sus totales.
      ******************************************************************
       LISTAR-MOVIMIENTOS.
           MOVE LOW-VALUES TO DW-CLAVE
           MOVE "N" TO FIN-FICHERO-SW
           START DIVISAS-TRABAJO KEY IS NOT LESS THAN DW-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-TRABAJO
           END-IF.
           MOVE SPACES TO DIVISA-ANTERIOR
           PERFORM LISTAR-UN-MOVIMIENTO UNTIL FIN-FICHERO.
           IF DIVISA-ANTERIOR NOT = SPACES
               PERFORM FIN-DE-DIVISA
           END-IF.

       LEER-SIGUIENTE-TRABAJO.
           READ DIVISAS-TRABAJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       LISTAR-UN-MOVIMIENTO.
           IF DW-DIVISA NOT = DIVISA-ANTERIOR
               IF DIVISA-ANTERIOR NOT = SPACES
                   PERFORM FIN-DE-DIVISA
               END-IF
               PERFORM INICIO-DE-DIVISA
           END-IF.
           MOVE DW-FECHA TO FECHA-MOVIMIENTO-NUM
           MOVE FM-DIA TO LST-DET-DIA
           MOVE FM-MES TO LST-DET-MES
           MOVE FM-ANIO TO LST-DET-ANIO
           MOVE DW-CUENTA TO LST-DET-CUENTA
           MOVE DW-DESCRIPCION TO LST-DET-CONCEPTO
           MOVE DW-DIVISA-IMPORTE TO LST-DET-ORIGINAL
           MOVE DW-MOVIMIENTO TO LST-DET-CARGADO
           ADD 1 TO TD-MOVIMIENTOS
           ADD DW-DIVISA-IMPORTE TO TD-ORIGINAL
           ADD DW-MOVIMIENTO TO TD-CARGADO
           PERFORM BUSCAR-CAMBIO-REFERENCIA.
           IF CAMBIO-ENCONTRADO
               COMPUTE EUROS-REFERENCIA ROUNDED =
                   DW-DIVISA-IMPORTE / CAMBIO-REFERENCIA
                   ON SIZE ERROR
                       MOVE "N" TO CAMBIO-ENCONTRADO-SW
               END-COMPUTE
           END-IF.
           IF CAMBIO-ENCONTRADO
               COMPUTE COMISION = EUROS-REFERENCIA - DW-MOVIMIENTO
               MOVE EUROS-REFERENCIA TO LST-DET-REFERENCIA
               MOVE COMISION TO LST-DET-COMISION
               ADD EUROS-REFERENCIA TO TD-REFERENCIA
               ADD COMISION TO TD-COMISION
           ELSE
               MOVE "     SIN CAMBIO" TO LST-DET-SIN-CAMBIO
               ADD 1 TO TD-SIN-CAMBIO
               ADD 1 TO MOVIMIENTOS-SIN-CAMBIO
           END-IF.
           MOVE LST-DETALLE TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           PERFORM LEER-SIGUIENTE-TRABAJO.

      ******************************************************************
      * Cambio de referencia del dia del movimiento: el de la fecha
      * mas reciente de la divisa que no pase de ese dia.
      ******************************************************************
       BUSCAR-CAMBIO-REFERENCIA.
           MOVE "N" TO CAMBIO-ENCONTRADO-SW
           IF NOT HAY-MAESTRO-DIVISAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-CAMBIOS-SW
           MOVE DW-DIVISA TO DV-CODIGO
           MOVE 1 TO DV-FECHA
           START DIVISAS-MAESTRO KEY IS NOT LESS THAN DV-CLAVE
               INVALID KEY
                   SET FIN-CAMBIOS TO TRUE
           END-START.
           IF NOT FIN-CAMBIOS
               PERFORM LEER-SIGUIENTE-CAMBIO
           END-IF.
           PERFORM EXAMINAR-CAMBIO UNTIL FIN-CAMBIOS.

       EXAMINAR-CAMBIO.
           IF DV-CODIGO NOT = DW-DIVISA OR DV-FECHA > DW-FECHA
               SET FIN-CAMBIOS TO TRUE
           ELSE
               IF DV-CAMBIO > 0
                   MOVE DV-CAMBIO TO CAMBIO-REFERENCIA
                   SET CAMBIO-ENCONTRADO TO TRUE
               END-IF
               PERFORM LEER-SIGUIENTE-CAMBIO
           END-IF.

       LEER-SIGUIENTE-CAMBIO.
           READ DIVISAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-CAMBIOS TO TRUE
           END-READ.

       INICIO-DE-DIVISA.
           MOVE DW-DIVISA TO DIVISA-ANTERIOR
           INITIALIZE TOTALES-DIVISA
           MOVE SPACES TO LST-DIV-NOMBRE
           IF HAY-MAESTRO-DIVISAS
               MOVE DW-DIVISA TO DV-CODIGO
               MOVE 0 TO DV-FECHA
               READ DIVISAS-MAESTRO
                   INVALID KEY
                       MOVE "SIN DEFINIR" TO LST-DIV-NOMBRE
                   NOT INVALID KEY
                       MOVE DV-NOMBRE TO LST-DIV-NOMBRE
               END-READ
           END-IF.
           MOVE SPACES TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE DW-DIVISA TO LST-DIV-CODIGO
           MOVE LST-DIVISA TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.

      ******************************************************************
      * Total de la divisa: en su moneda, con el cambio medio
      * aplicado (importe original entre euros cargados), y en euros.
      ******************************************************************
       FIN-DE-DIVISA.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE 0 TO CAMBIO-MEDIO
           IF TD-CARGADO NOT = 0
               COMPUTE CAMBIO-MEDIO ROUNDED = TD-ORIGINAL / TD-CARGADO
                   ON SIZE ERROR
                       MOVE 0 TO CAMBIO-MEDIO
               END-COMPUTE
           END-IF.
           MOVE DIVISA-ANTERIOR TO LST-TDI-CODIGO
           MOVE DIVISA-ANTERIOR TO LST-TDI-CODIGO-2
           MOVE TD-MOVIMIENTOS TO LST-TDI-MOVIMIENTOS
           MOVE TD-ORIGINAL TO LST-TDI-ORIGINAL
           MOVE CAMBIO-MEDIO TO LST-TDI-CAMBIO
           MOVE LST-TOTAL-DIVISA TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE "  EN EUROS    " TO LST-TEU-ROTULO
           MOVE TD-CARGADO TO LST-TEU-CARGADO
           MOVE TD-REFERENCIA TO LST-TEU-REFERENCIA
           MOVE TD-COMISION TO LST-TEU-COMISION
           MOVE LST-TOTAL-EUROS TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           IF TD-SIN-CAMBIO > 0
               MOVE TD-SIN-CAMBIO TO LST-SCA-MOVIMIENTOS
               MOVE LST-SIN-CAMBIO TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.
           ADD TD-CARGADO TO TP-CARGADO
           ADD TD-REFERENCIA TO TP-REFERENCIA
           ADD TD-COMISION TO TP-COMISION
           MOVE TD-CARGADO TO IMPORTE-EDITADO
           DISPLAY "DIVISA " DIVISA-ANTERIOR ": " TD-MOVIMIENTOS
               " MOVIMIENTOS, CARGADO " IMPORTE-EDITADO
           MOVE TD-COMISION TO IMPORTE-EDITADO
           DISPLAY "           COMISION " IMPORTE-EDITADO.

       LISTAR-TOTAL-PERIODO.
           MOVE SPACES TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE "TOTAL DEL PERIODO EN EUROS" TO LST-ROTULO
           MOVE LST-ROTULO TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE SPACES TO LST-TEU-ROTULO
           MOVE TP-CARGADO TO LST-TEU-CARGADO
           MOVE TP-REFERENCIA TO LST-TEU-REFERENCIA
           MOVE TP-COMISION TO LST-TEU-COMISION
           MOVE LST-TOTAL-EUROS TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           IF MOVIMIENTOS-SIN-CAMBIO > 0
               MOVE MOVIMIENTOS-SIN-CAMBIO TO LST-SCA-MOVIMIENTOS
               MOVE LST-SIN-CAMBIO TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.
           DISPLAY "========================================"
           DISPLAY "MOVIMIENTOS EN DIVISAS: " MOVIMIENTOS-DIVISA
           MOVE TP-CARGADO TO IMPORTE-EDITADO
           DISPLAY "TOTAL CARGADO EUROS:    " IMPORTE-EDITADO
           MOVE TP-COMISION TO IMPORTE-EDITADO
           DISPLAY "TOTAL COMISION EUROS:   " IMPORTE-EDITADO
           IF MOVIMIENTOS-SIN-CAMBIO > 0
               DISPLAY "OJO: " MOVIMIENTOS-SIN-CAMBIO " MOVIMIENTO(S) "
                   "SIN CAMBIO DE REFERENCIA; ANOTALO CON "
                   "MANTENIMIENTO-DIVISAS"
           END-IF.

      ******************************************************************
      * Fichero de impresion DIVISASL: como el LISTADO de
      * INFORME-GASTOS, pagina nueva con sus cabeceras al llegar al
      * limite de lineas.
      ******************************************************************
       ABRIR-LISTADO.
           OPEN OUTPUT FICHERO-LISTADO.
           IF LS-ESTADO = "00"
               SET HAY-LISTADO TO TRUE
               MOVE TITULO-INFORME TO LST-CAB-TITULO
               MOVE FECHA-DESDE TO LST-CAB-DESDE
               MOVE FECHA-HASTA TO LST-CAB-HASTA
               IF CUENTA-INFORME = 0
                   MOVE "TODAS" TO LST-CAB-CUENTA
               ELSE
                   MOVE CUENTA-INFORME TO LST-CAB-CUENTA
               END-IF
           ELSE
               DISPLAY "NO SE PUEDE CREAR EL FICHERO DIVISASL, ESTADO "
                   LS-ESTADO ", SE INFORMA SOLO POR PANTALLA"
           END-IF.

       ESCRIBIR-EN-LISTADO.
           IF NOT HAY-LISTADO
               EXIT PARAGRAPH
           END-IF.
           IF LINEA-ACTUAL >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           WRITE LST-LINEA.
           IF LS-ESTADO NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR EN EL FICHERO DIVISASL, "
                   "ESTADO " LS-ESTADO
           END-IF.
           ADD 1 TO LINEA-ACTUAL.

       ENCABEZAR-PAGINA.
           MOVE LST-LINEA TO LST-LINEA-PENDIENTE
           ADD 1 TO PAGINA
           MOVE PAGINA TO LST-CAB-PAGINA
           IF PAGINA > 1
               MOVE SPACES TO LST-LINEA
               WRITE LST-LINEA
           END-IF.
           MOVE LST-CABECERA-INFORME TO LST-LINEA
           WRITE LST-LINEA.
           MOVE LST-CABECERA-PERIODO TO LST-LINEA
           WRITE LST-LINEA.
           MOVE LST-CABECERA-COLUMNAS TO LST-LINEA
           WRITE LST-LINEA.
           MOVE SPACES TO LST-LINEA
           WRITE LST-LINEA.
           MOVE 4 TO LINEA-ACTUAL
           IF PAGINA > 1
               ADD 1 TO LINEA-ACTUAL
           END-IF
           MOVE LST-LINEA-PENDIENTE TO LST-LINEA.
       END PROGRAM INFORME-DIVISAS.
