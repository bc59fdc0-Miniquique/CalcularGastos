      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Mantenimiento del maestro de prestamos PRESTAM
      *          (hipoteca, prestamo del coche...): alta con capital,
      *          tipo de interes, plazo, primera cuota, cuenta y dia
      *          de cargo; cuadro de amortizacion (sistema frances) e
      *          informe de situacion de los prestamos en el fichero
      *          de impresion PRESTL; y amortizacion anticipada con
      *          recalculo del cuadro, reduciendo plazo o cuota.
      *          Las cuotas no se anotan aqui: CONTROL-GASTOS las
      *          graba en GASTOS-MAESTRO al abrir cada mes de la
      *          cuenta, junto con los fijos, y va actualizando el
      *          capital pendiente del maestro.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESTAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-MAESTRO ASSIGN TO "PRESTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE
               FILE STATUS IS PS-ESTADO.

           SELECT CUENTAS-MAESTRO ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS CU-ESTADO.

           SELECT CATEGORIAS-MAESTRO ASSIGN TO "CATEGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS CM-ESTADO.

           SELECT FICHERO-BLOQUEOS ASSIGN TO "BLOQUEOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-CLAVE
               FILE STATUS IS BQ-ESTADO.

           SELECT FICHERO-LISTADO ASSIGN TO "PRESTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-MAESTRO.
           COPY "PRESTREG.CPY".

       FD  CUENTAS-MAESTRO.
           COPY "CUENTREG.CPY".

       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".

       FD  FICHERO-BLOQUEOS.
           COPY "BLOQREG.CPY".

       FD  FICHERO-LISTADO.
       01  LST-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       77 PS-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 CM-ESTADO PIC XX VALUE "00".
       77 BQ-ESTADO PIC XX VALUE "00".
       77 LS-ESTADO PIC XX VALUE "00".
       77 OPCION PIC 9 VALUE 0.
       77 CODIGO PIC 99 VALUE 0.
       77 CUENTA PIC 99 VALUE 0.
       77 CATEGORIA-CONSULTA PIC 99 VALUE 0.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 MODALIDAD PIC X VALUE SPACE.
           88 REDUCIR-PLAZO VALUE "P" "p".
           88 REDUCIR-CUOTA VALUE "C" "c".
       77 FIN-MENU-SW PIC X VALUE "N".
           88 FIN-MENU VALUE "S".
       77 FIN-LISTADO-SW PIC X VALUE "N".
           88 FIN-LISTADO VALUE "S".
       77 HAY-CUENTAS-SW PIC X VALUE "N".
           88 HAY-MAESTRO-CUENTAS VALUE "S".
       77 HAY-CATEGORIAS-SW PIC X VALUE "N".
           88 HAY-MAESTRO-CATEGORIAS VALUE "S".
       77 DATO-VALIDO-SW PIC X VALUE "N".
           88 DATO-VALIDO VALUE "S".
       77 HAY-LISTADO-SW PIC X VALUE "N".
           88 HAY-LISTADO VALUE "S".
       77 BLOQUEO-TOMADO-SW PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       77 BLOQUEOS-ABIERTO-SW PIC X VALUE "N".
           88 BLOQUEOS-ABIERTO VALUE "S".
       77 BLOQUEO-DENEGADO-SW PIC X VALUE "N".
           88 BLOQUEO-DENEGADO VALUE "S".
       77 CUENTA-BLOQUEO PIC 99 VALUE 0.
       77 PERSONA-BLOQUEO PIC X VALUE SPACE.
       77 FECHA-HOY PIC 9(8) VALUE 0.

      * Calculo de la cuota y de las partes de cada cuota.
       77 CAPITAL-CALCULO PIC S9(7)V99 COMP-3 VALUE 0.
       77 CUOTAS-CALCULO PIC 9(3) VALUE 0.
       77 CUOTA-CALCULADA PIC S9(6)V99 COMP-3 VALUE 0.
       77 TIPO-MENSUAL PIC 9V9(12) COMP-3 VALUE 0.
       77 FACTOR-CALCULO PIC 9(9)V9(9) COMP-3 VALUE 0.
       77 NUMERO-CUOTA PIC 9(4) VALUE 0.
       77 PENDIENTE-CALCULO PIC S9(7)V99 COMP-3 VALUE 0.
       77 INTERES-CUOTA PIC S9(6)V99 COMP-3 VALUE 0.
       77 CAPITAL-CUOTA PIC S9(7)V99 COMP-3 VALUE 0.
       77 IMPORTE-CUOTA PIC S9(7)V99 COMP-3 VALUE 0.
       77 CUOTAS-RESTANTES PIC 9(4) VALUE 0.
       77 MESES-VENCIMIENTO PIC 9(6) COMP VALUE 0.
       77 ANIO-CUOTA PIC 9(4) VALUE 0.
       77 MES-CUOTA PIC 99 VALUE 0.
       77 IMPORTE-AMORTIZACION PIC S9(7)V99 COMP-3 VALUE 0.
       77 INTERESES-DEL-ANIO PIC S9(7)V99 COMP-3 VALUE 0.
       77 TOTAL-INTERESES PIC S9(8)V99 COMP-3 VALUE 0.
       77 TOTAL-CAPITAL PIC S9(8)V99 COMP-3 VALUE 0.
       77 TOTAL-PENDIENTE PIC S9(8)V99 COMP-3 VALUE 0.
       77 PRESTAMOS-LISTADOS PIC 99 VALUE 0.
       77 IMPORTE-EDITADO PIC -Z(6)9.99 VALUE ZERO.
       77 LINEAS-POR-PAGINA PIC 99 VALUE 60.
       77 LINEA-ACTUAL PIC 99 VALUE 99.
       77 PAGINA PIC 9(4) VALUE 0.

       01  FECHA-SISTEMA.
           05  FS-ANIO PIC 9(4).
           05  FS-MES PIC 99.
           05  FS-DIA PIC 99.

       01  HORA-AHORA.
           05  HORA-HHMMSS PIC 9(6).
           05  FILLER PIC 99.

      ******************************************************************
      * Lineas del fichero de impresion PRESTL. La cabecera de columnas
      * la pone cada listado (cuadro o situacion) antes de empezar.
      ******************************************************************
       01  LST-CABECERA-INFORME.
           05  FILLER PIC X(12) VALUE "PRESTAMOS - ".
           05  LST-CAB-TITULO PIC X(50).
           05  FILLER PIC X(7) VALUE "PAGINA ".
           05  LST-CAB-PAGINA PIC ZZZ9.

       01  LST-CABECERA-COLUMNAS PIC X(80) VALUE SPACES.

       01  LST-COLUMNAS-CUADRO.
           05  FILLER PIC X(6) VALUE "CUOTA ".
           05  FILLER PIC X(8) VALUE "VENCE   ".
           05  FILLER PIC X(11) VALUE "   INTERES ".
           05  FILLER PIC X(12) VALUE "    CAPITAL ".
           05  FILLER PIC X(12) VALUE "      CUOTA ".
           05  FILLER PIC X(13) VALUE "    PENDIENTE".
           05  FILLER PIC X(7) VALUE " ESTADO".

       01  LST-COLUMNAS-SITUACION.
           05  FILLER PIC X(24) VALUE "CD PRESTAMO".
           05  FILLER PIC X(3) VALUE "CT ".
           05  FILLER PIC X(12) VALUE "   PENDIENTE".
           05  FILLER PIC X(11) VALUE " INTERESES ".
           05  FILLER PIC X(10) VALUE "     CUOTA".
           05  FILLER PIC X(7) VALUE " RESTAN".
           05  FILLER PIC X(8) VALUE " FIN".

       01  LST-DATOS-PRESTAMO.
           05  LST-DAT-NOMBRE PIC X(20).
           05  FILLER PIC X(8) VALUE " CUENTA ".
           05  LST-DAT-CUENTA PIC 99.
           05  FILLER PIC X(9) VALUE " CAPITAL ".
           05  LST-DAT-CAPITAL PIC Z(6)9.99.
           05  FILLER PIC X(9) VALUE " INTERES ".
           05  LST-DAT-INTERES PIC Z9.999.
           05  FILLER PIC X VALUE "%".

       01  LST-DATOS-CUOTA.
           05  FILLER PIC X(6) VALUE "PLAZO ".
           05  LST-DCU-PLAZO PIC ZZ9.
           05  FILLER PIC X(18) VALUE " CUOTAS DESDE EL ".
           05  LST-DCU-MES PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DCU-ANIO PIC 9(4).
           05  FILLER PIC X(10) VALUE ", DIA DE ".
           05  FILLER PIC X(6) VALUE "CARGO ".
           05  LST-DCU-DIA PIC Z9.
           05  FILLER PIC X(8) VALUE ", CUOTA ".
           05  LST-DCU-CUOTA PIC Z(5)9.99.

       01  LST-ANTERIORES.
           05  FILLER PIC X(7) VALUE "CUOTAS ".
           05  FILLER PIC X(4) VALUE "1 A ".
           05  LST-ANT-CUOTAS PIC ZZ9.
           05  FILLER PIC X(28)
               VALUE " ANTERIORES AL RECALCULO; ".
           05  FILLER PIC X(24) VALUE "AMORTIZADO ANTICIPADO: ".
           05  LST-ANT-AMORTIZADO PIC Z(6)9.99.

       01  LST-CUOTA.
           05  LST-CUO-NUMERO PIC ZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LST-CUO-MES PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-CUO-ANIO PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  LST-CUO-INTERES PIC Z(6)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-CUO-CAPITAL PIC Z(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-CUO-IMPORTE PIC Z(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-CUO-PENDIENTE PIC Z(8)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-CUO-ESTADO PIC X(7).

       01  LST-TOTAL-CUADRO.
           05  FILLER PIC X(14) VALUE "TOTAL CUADRO  ".
           05  LST-TCU-INTERES PIC Z(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-TCU-CAPITAL PIC Z(7)9.99.

       01  LST-SITUACION.
           05  LST-SIT-CODIGO PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-SIT-NOMBRE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LST-SIT-CUENTA PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-SIT-PENDIENTE PIC Z(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-SIT-INTERESES PIC Z(6)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-SIT-CUOTA PIC Z(5)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LST-SIT-RESTAN PIC ZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LST-SIT-FIN-MES PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-SIT-FIN-ANIO PIC 9(4).

       01  LST-SITUACION-CANCELADO.
           05  LST-SCA-CODIGO PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-SCA-NOMBRE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LST-SCA-CUENTA PIC 99.
           05  FILLER PIC X(13) VALUE "   CANCELADO ".
           05  LST-SCA-INTERESES PIC Z(6)9.99.

       01  LST-TOTAL-SITUACION.
           05  FILLER PIC X(27) VALUE "TOTAL PRESTAMOS".
           05  LST-TSI-PENDIENTE PIC Z(7)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-TSI-INTERESES PIC Z(6)9.99.

       01  LST-PIE-SITUACION.
           05  FILLER PIC X(36)
               VALUE "INTERESES ANOTADOS EN EL ANIO ".
           05  LST-PIE-ANIO PIC 9(4).

       01  LST-LINEA-PENDIENTE PIC X(80) VALUE SPACES.

       01  LST-SEPARADOR PIC X(79) VALUE ALL "-".

       PROCEDURE DIVISION.
       MENU-PRESTAMOS.
           PERFORM ABRIR-FICHEROS.
           PERFORM ATENDER-OPCION UNTIL FIN-MENU.
           CLOSE PRESTAMOS-MAESTRO.
           IF HAY-MAESTRO-CUENTAS
               CLOSE CUENTAS-MAESTRO
           END-IF.
           IF HAY-MAESTRO-CATEGORIAS
               CLOSE CATEGORIAS-MAESTRO
           END-IF.
           GOBACK.

       ABRIR-FICHEROS.
           OPEN I-O PRESTAMOS-MAESTRO.
           IF PS-ESTADO = "35"
               OPEN OUTPUT PRESTAMOS-MAESTRO
               CLOSE PRESTAMOS-MAESTRO
               OPEN I-O PRESTAMOS-MAESTRO
           END-IF.
           IF PS-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR EL MAESTRO DE PRESTAMOS "
                   "PRESTAM, ESTADO " PS-ESTADO
               GOBACK
           END-IF.
           OPEN INPUT CUENTAS-MAESTRO.
           IF CU-ESTADO = "00"
               SET HAY-MAESTRO-CUENTAS TO TRUE
           ELSE
               DISPLAY "AVISO: NO HAY MAESTRO DE CUENTAS, LA CUENTA "
                   "NO SE VALIDA"
           END-IF.
           OPEN INPUT CATEGORIAS-MAESTRO.
           IF CM-ESTADO = "00"
               SET HAY-MAESTRO-CATEGORIAS TO TRUE
           ELSE
               DISPLAY "AVISO: NO HAY MAESTRO DE CATEGORIAS, LAS "
                   "CATEGORIAS NO SE VALIDAN"
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.

       ATENDER-OPCION.
           DISPLAY "MANTENIMIENTO DE PRESTAMOS"
           DISPLAY "1 - ALTA DE PRESTAMO"
           DISPLAY "2 - LISTAR PRESTAMOS"
           DISPLAY "3 - CUADRO DE AMORTIZACION DE UN PRESTAMO"
           DISPLAY "4 - INFORME DE SITUACION DE LOS PRESTAMOS"
           DISPLAY "5 - AMORTIZACION ANTICIPADA"
           DISPLAY "0 - SALIR"
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-PRESTAMO
               WHEN 2
                   PERFORM LISTAR-PRESTAMOS
               WHEN 3
                   PERFORM CUADRO-AMORTIZACION
               WHEN 4
                   PERFORM INFORME-SITUACION
               WHEN 5
                   PERFORM AMORTIZACION-ANTICIPADA
               WHEN 0
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * Alta: la cuota se calcula con el sistema frances sobre el
      * capital, el tipo nominal anual y el numero de cuotas, y se
      * ensena con el desglose de la primera antes de confirmar.
      ******************************************************************
       ALTA-PRESTAMO.
           DISPLAY "CODIGO DEL NUEVO PRESTAMO (01-99)"
           ACCEPT CODIGO.
           IF CODIGO = 0
               DISPLAY "EL CODIGO 0 NO ES VALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO TO PS-CODIGO
           READ PRESTAMOS-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "EL PRESTAMO " CODIGO " YA EXISTE: "
                       PS-NOMBRE
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE PS-REGISTRO
           MOVE CODIGO TO PS-CODIGO
           DISPLAY "NOMBRE DEL PRESTAMO (HIPOTECA, COCHE...)"
           ACCEPT PS-NOMBRE.
           DISPLAY "CUENTA EN LA QUE SE CARGAN LAS CUOTAS"
           ACCEPT CUENTA.
           PERFORM VALIDAR-CUENTA.
           IF NOT DATO-VALIDO
               DISPLAY "LA CUENTA " CUENTA " NO EXISTE"
               EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA TO PS-CUENTA
           DISPLAY "CAPITAL PRESTADO"
           ACCEPT PS-CAPITAL.
           IF PS-CAPITAL NOT > 0
               DISPLAY "EL CAPITAL TIENE QUE SER MAYOR QUE 0"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TIPO DE INTERES NOMINAL ANUAL (%)"
           ACCEPT PS-INTERES.
           DISPLAY "PLAZO EN NUMERO DE CUOTAS MENSUALES"
           ACCEPT PS-PLAZO.
           IF PS-PLAZO = 0
               DISPLAY "EL PLAZO TIENE QUE SER DE UNA CUOTA O MAS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ANIO DE LA PRIMERA CUOTA"
           ACCEPT PS-PRIMER-ANIO.
           DISPLAY "MES DE LA PRIMERA CUOTA (1-12)"
           ACCEPT PS-PRIMER-MES.
           IF PS-PRIMER-MES < 1 OR PS-PRIMER-MES > 12
               DISPLAY "MES NO VALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DIA DEL MES EN QUE SE CARGA LA CUOTA (1-31)"
           ACCEPT PS-DIA-PAGO.
           IF PS-DIA-PAGO < 1 OR PS-DIA-PAGO > 31
               DISPLAY "DIA NO VALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CATEGORIA PARA LOS INTERESES"
           ACCEPT CATEGORIA-CONSULTA.
           PERFORM VALIDAR-CATEGORIA.
           IF NOT DATO-VALIDO
               DISPLAY "CATEGORIA " CATEGORIA-CONSULTA
                   " NO VALIDA O DESACTIVADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE CATEGORIA-CONSULTA TO PS-CATEGORIA-INTERES
           DISPLAY "CATEGORIA PARA EL CAPITAL AMORTIZADO"
           ACCEPT CATEGORIA-CONSULTA.
           PERFORM VALIDAR-CATEGORIA.
           IF NOT DATO-VALIDO
               DISPLAY "CATEGORIA " CATEGORIA-CONSULTA
                   " NO VALIDA O DESACTIVADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE CATEGORIA-CONSULTA TO PS-CATEGORIA-CAPITAL

           MOVE PS-CAPITAL TO CAPITAL-CALCULO
           MOVE PS-PLAZO TO CUOTAS-CALCULO
           PERFORM CALCULAR-CUOTA.
           MOVE CUOTA-CALCULADA TO PS-CUOTA
           MOVE PS-CAPITAL TO PS-PENDIENTE
           MOVE PS-CAPITAL TO PS-BASE-PENDIENTE
           MOVE 0 TO PS-BASE-CUOTAS
           MOVE 0 TO PS-CUOTAS-PAGADAS

           MOVE PS-PENDIENTE TO PENDIENTE-CALCULO
           MOVE 1 TO NUMERO-CUOTA
           PERFORM CALCULAR-PARTES-CUOTA.
           MOVE PS-CUOTA TO IMPORTE-EDITADO
           DISPLAY "CUOTA MENSUAL: " IMPORTE-EDITADO
           MOVE INTERES-CUOTA TO IMPORTE-EDITADO
           DISPLAY "  PRIMERA CUOTA, INTERESES: " IMPORTE-EDITADO
           MOVE CAPITAL-CUOTA TO IMPORTE-EDITADO
           DISPLAY "  PRIMERA CUOTA, CAPITAL:   " IMPORTE-EDITADO
           DISPLAY "CONFIRMAS EL ALTA (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "ALTA CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           WRITE PS-REGISTRO
               INVALID KEY
                   DISPLAY "EL PRESTAMO " CODIGO " YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "PRESTAMO " CODIGO " DADO DE ALTA"
                   DISPLAY "SI SU CUOTA ESTABA EN EL FICHERO FIJOS, "
                       "QUITALA PARA NO ANOTARLA DOS VECES"
           END-WRITE.

       VALIDAR-CUENTA.
           MOVE "N" TO DATO-VALIDO-SW
           IF CUENTA = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT HAY-MAESTRO-CUENTAS
               SET DATO-VALIDO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA TO CU-CODIGO
           READ CUENTAS-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DATO-VALIDO TO TRUE
           END-READ.

       VALIDAR-CATEGORIA.
           MOVE "N" TO DATO-VALIDO-SW
           IF CATEGORIA-CONSULTA = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT HAY-MAESTRO-CATEGORIAS
               SET DATO-VALIDO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CATEGORIA-CONSULTA TO CM-CODIGO
           READ CATEGORIAS-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CATEGORIA-ACTIVA
                       SET DATO-VALIDO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * Cuota del sistema frances para CAPITAL-CALCULO en
      * CUOTAS-CALCULO meses al tipo PS-INTERES:
      *   cuota = C * i * (1 + i) ** n / ((1 + i) ** n - 1)
      * con i = tipo anual / 1200; a tipo 0, capital entre cuotas.
      ******************************************************************
       CALCULAR-CUOTA.
           IF CUOTAS-CALCULO = 0
               MOVE 1 TO CUOTAS-CALCULO
           END-IF.
           IF PS-INTERES = 0
               COMPUTE CUOTA-CALCULADA ROUNDED
                   = CAPITAL-CALCULO / CUOTAS-CALCULO
           ELSE
               COMPUTE TIPO-MENSUAL = PS-INTERES / 1200
               COMPUTE FACTOR-CALCULO
                   = (1 + TIPO-MENSUAL) ** CUOTAS-CALCULO
               COMPUTE CUOTA-CALCULADA ROUNDED
                   = CAPITAL-CALCULO * TIPO-MENSUAL * FACTOR-CALCULO
                   / (FACTOR-CALCULO - 1)
           END-IF.

      ******************************************************************
      * Partes de la cuota NUMERO-CUOTA con PENDIENTE-CALCULO de
      * capital vivo, con la misma regla con la que CONTROL-GASTOS
      * las anota: intereses del mes redondeados y el resto de la
      * cuota a capital; la ultima cuota del plazo (o la que ya
      * cubre todo lo pendiente) liquida el prestamo.
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
           COMPUTE IMPORTE-CUOTA = INTERES-CUOTA + CAPITAL-CUOTA.

      * Mes y anio de vencimiento de la cuota NUMERO-CUOTA.
       CALCULAR-VENCIMIENTO.
           COMPUTE MESES-VENCIMIENTO
               = PS-PRIMER-ANIO * 12 + PS-PRIMER-MES - 1
               + NUMERO-CUOTA - 1
           DIVIDE MESES-VENCIMIENTO BY 12
               GIVING ANIO-CUOTA REMAINDER MES-CUOTA
           ADD 1 TO MES-CUOTA.

       LISTAR-PRESTAMOS.
           MOVE "N" TO FIN-LISTADO-SW
           MOVE 0 TO PS-CODIGO
           START PRESTAMOS-MAESTRO KEY IS NOT LESS THAN PS-CLAVE
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           IF NOT FIN-LISTADO
               PERFORM LEER-SIGUIENTE-PRESTAMO
           END-IF.
           IF FIN-LISTADO
               DISPLAY "NO HAY PRESTAMOS DADOS DE ALTA"
           END-IF.
           PERFORM LISTAR-UN-PRESTAMO UNTIL FIN-LISTADO.

       LISTAR-UN-PRESTAMO.
           MOVE PS-PENDIENTE TO IMPORTE-EDITADO
           IF PS-PENDIENTE = 0
               DISPLAY PS-CODIGO " " PS-NOMBRE " CUENTA " PS-CUENTA
                   " (CANCELADO)"
           ELSE
               DISPLAY PS-CODIGO " " PS-NOMBRE " CUENTA " PS-CUENTA
                   " PENDIENTE " IMPORTE-EDITADO
                   " CUOTAS " PS-CUOTAS-PAGADAS "/" PS-PLAZO
           END-IF.
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       LEER-SIGUIENTE-PRESTAMO.
           READ PRESTAMOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-LISTADO TO TRUE
           END-READ.

      ******************************************************************
      * Cuadro de amortizacion en PRESTL. Se rehace desde el ultimo
      * recalculo (el alta o la ultima amortizacion anticipada) con
      * el capital pendiente de ese momento; sin amortizaciones
      * anticipadas es el cuadro completo desde la primera cuota. Las
      * cuotas ya anotadas por CONTROL-GASTOS salen como PAGADA.
      ******************************************************************
       CUADRO-AMORTIZACION.
           DISPLAY "CODIGO DEL PRESTAMO"
           ACCEPT CODIGO.
           MOVE CODIGO TO PS-CODIGO
           READ PRESTAMOS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE EL PRESTAMO " CODIGO
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO LST-CAB-TITULO
           STRING "CUADRO DE AMORTIZACION DE " PS-NOMBRE
               DELIMITED BY SIZE INTO LST-CAB-TITULO
           END-STRING.
           MOVE LST-COLUMNAS-CUADRO TO LST-CABECERA-COLUMNAS
           PERFORM ABRIR-LISTADO.
           IF NOT HAY-LISTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-NOMBRE TO LST-DAT-NOMBRE
           MOVE PS-CUENTA TO LST-DAT-CUENTA
           MOVE PS-CAPITAL TO LST-DAT-CAPITAL
           MOVE PS-INTERES TO LST-DAT-INTERES
           MOVE LST-DATOS-PRESTAMO TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE PS-PLAZO TO LST-DCU-PLAZO
           MOVE PS-PRIMER-MES TO LST-DCU-MES
           MOVE PS-PRIMER-ANIO TO LST-DCU-ANIO
           MOVE PS-DIA-PAGO TO LST-DCU-DIA
           MOVE PS-CUOTA TO LST-DCU-CUOTA
           MOVE LST-DATOS-CUOTA TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           IF PS-BASE-CUOTAS > 0 OR PS-AMORTIZADO > 0
               MOVE PS-BASE-CUOTAS TO LST-ANT-CUOTAS
               MOVE PS-AMORTIZADO TO LST-ANT-AMORTIZADO
               MOVE LST-ANTERIORES TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE 0 TO TOTAL-INTERESES
           MOVE 0 TO TOTAL-CAPITAL
           MOVE PS-BASE-PENDIENTE TO PENDIENTE-CALCULO
           COMPUTE NUMERO-CUOTA = PS-BASE-CUOTAS + 1
           PERFORM LISTAR-UNA-CUOTA
               UNTIL NUMERO-CUOTA > PS-PLAZO
               OR PENDIENTE-CALCULO = 0.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE TOTAL-INTERESES TO LST-TCU-INTERES
           MOVE TOTAL-CAPITAL TO LST-TCU-CAPITAL
           MOVE LST-TOTAL-CUADRO TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           CLOSE FICHERO-LISTADO
           MOVE "N" TO HAY-LISTADO-SW
           MOVE TOTAL-INTERESES TO IMPORTE-EDITADO
           DISPLAY "CUADRO GRABADO EN EL FICHERO PRESTL, INTERESES "
               "DEL CUADRO: " IMPORTE-EDITADO.

       LISTAR-UNA-CUOTA.
           PERFORM CALCULAR-PARTES-CUOTA
           SUBTRACT CAPITAL-CUOTA FROM PENDIENTE-CALCULO
           ADD INTERES-CUOTA TO TOTAL-INTERESES
           ADD CAPITAL-CUOTA TO TOTAL-CAPITAL
           PERFORM CALCULAR-VENCIMIENTO
           MOVE NUMERO-CUOTA TO LST-CUO-NUMERO
           MOVE MES-CUOTA TO LST-CUO-MES
           MOVE ANIO-CUOTA TO LST-CUO-ANIO
           MOVE INTERES-CUOTA TO LST-CUO-INTERES
           MOVE CAPITAL-CUOTA TO LST-CUO-CAPITAL
           MOVE IMPORTE-CUOTA TO LST-CUO-IMPORTE
           MOVE PENDIENTE-CALCULO TO LST-CUO-PENDIENTE
           IF NUMERO-CUOTA NOT > PS-CUOTAS-PAGADAS
               MOVE "PAGADA" TO LST-CUO-ESTADO
           ELSE
               MOVE SPACES TO LST-CUO-ESTADO
           END-IF.
           MOVE LST-CUOTA TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           ADD 1 TO NUMERO-CUOTA.

      ******************************************************************
      * Situacion de todos los prestamos en PRESTL: capital pendiente,
      * intereses anotados en el anio en curso, cuota, cuotas que
      * quedan y mes de la ultima.
      ******************************************************************
       INFORME-SITUACION.
           MOVE SPACES TO LST-CAB-TITULO
           MOVE "SITUACION DE LOS PRESTAMOS" TO LST-CAB-TITULO
           MOVE LST-COLUMNAS-SITUACION TO LST-CABECERA-COLUMNAS
           PERFORM ABRIR-LISTADO.
           IF NOT HAY-LISTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TOTAL-PENDIENTE
           MOVE 0 TO TOTAL-INTERESES
           MOVE 0 TO PRESTAMOS-LISTADOS
           MOVE "N" TO FIN-LISTADO-SW
           MOVE 0 TO PS-CODIGO
           START PRESTAMOS-MAESTRO KEY IS NOT LESS THAN PS-CLAVE
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           IF NOT FIN-LISTADO
               PERFORM LEER-SIGUIENTE-PRESTAMO
           END-IF.
           PERFORM SITUACION-UN-PRESTAMO UNTIL FIN-LISTADO.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE TOTAL-PENDIENTE TO LST-TSI-PENDIENTE
           MOVE TOTAL-INTERESES TO LST-TSI-INTERESES
           MOVE LST-TOTAL-SITUACION TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE FS-ANIO TO LST-PIE-ANIO
           MOVE LST-PIE-SITUACION TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           CLOSE FICHERO-LISTADO
           MOVE "N" TO HAY-LISTADO-SW
           MOVE TOTAL-PENDIENTE TO IMPORTE-EDITADO
           DISPLAY "SITUACION GRABADA EN EL FICHERO PRESTL: "
               PRESTAMOS-LISTADOS " PRESTAMO(S), PENDIENTE "
               IMPORTE-EDITADO.

       SITUACION-UN-PRESTAMO.
           ADD 1 TO PRESTAMOS-LISTADOS
           IF PS-ANIO-INTERESES = FS-ANIO
               MOVE PS-INTERESES-PAGADOS TO INTERESES-DEL-ANIO
           ELSE
               MOVE 0 TO INTERESES-DEL-ANIO
           END-IF.
           ADD INTERESES-DEL-ANIO TO TOTAL-INTERESES
           IF PS-PENDIENTE = 0
               MOVE PS-CODIGO TO LST-SCA-CODIGO
               MOVE PS-NOMBRE TO LST-SCA-NOMBRE
               MOVE PS-CUENTA TO LST-SCA-CUENTA
               MOVE INTERESES-DEL-ANIO TO LST-SCA-INTERESES
               MOVE LST-SITUACION-CANCELADO TO LST-LINEA
           ELSE
               ADD PS-PENDIENTE TO TOTAL-PENDIENTE
               COMPUTE CUOTAS-RESTANTES = PS-PLAZO - PS-CUOTAS-PAGADAS
               MOVE PS-PLAZO TO NUMERO-CUOTA
               PERFORM CALCULAR-VENCIMIENTO
               MOVE PS-CODIGO TO LST-SIT-CODIGO
               MOVE PS-NOMBRE TO LST-SIT-NOMBRE
               MOVE PS-CUENTA TO LST-SIT-CUENTA
               MOVE PS-PENDIENTE TO LST-SIT-PENDIENTE
               MOVE INTERESES-DEL-ANIO TO LST-SIT-INTERESES
               MOVE PS-CUOTA TO LST-SIT-CUOTA
               MOVE CUOTAS-RESTANTES TO LST-SIT-RESTAN
               MOVE MES-CUOTA TO LST-SIT-FIN-MES
               MOVE ANIO-CUOTA TO LST-SIT-FIN-ANIO
               MOVE LST-SITUACION TO LST-LINEA
           END-IF.
           PERFORM ESCRIBIR-EN-LISTADO.
           PERFORM LEER-SIGUIENTE-PRESTAMO.

      ******************************************************************
      * Amortizacion anticipada: baja el capital pendiente y se
      * recalcula reduciendo plazo (misma cuota, se cuentan las
      * cuotas que quedan hasta liquidar) o reduciendo cuota (mismo
      * numero de cuotas, cuota nueva sobre lo pendiente). Se hace
      * con el bloqueo de la cuenta del prestamo, para no cruzarse
      * con CONTROL-GASTOS anotando una cuota. El cargo de la
      * amortizacion en la cuenta se anota aparte, como cualquier
      * otro movimiento.
      ******************************************************************
       AMORTIZACION-ANTICIPADA.
           DISPLAY "CODIGO DEL PRESTAMO"
           ACCEPT CODIGO.
           MOVE CODIGO TO PS-CODIGO
           READ PRESTAMOS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE EL PRESTAMO " CODIGO
                   EXIT PARAGRAPH
           END-READ.
           IF PS-PENDIENTE = 0
               DISPLAY "EL PRESTAMO " CODIGO " YA ESTA CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO MODALIDAD
           MOVE PS-CUENTA TO CUENTA
           PERFORM TOMAR-BLOQUEO-CUENTA.
           IF BLOQUEO-DENEGADO
               DISPLAY "NO SE PUEDE AMORTIZAR MIENTRAS EL BLOQUEO "
                   "SIGA PUESTO"
               PERFORM LIBERAR-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO TO PS-CODIGO
           READ PRESTAMOS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE EL PRESTAMO " CODIGO
                   PERFORM LIBERAR-BLOQUEO
                   EXIT PARAGRAPH
           END-READ.
           MOVE PS-PENDIENTE TO IMPORTE-EDITADO
           DISPLAY PS-NOMBRE " PENDIENTE " IMPORTE-EDITADO
           MOVE PS-CUOTA TO IMPORTE-EDITADO
           DISPLAY "CUOTA " IMPORTE-EDITADO ", PAGADAS "
               PS-CUOTAS-PAGADAS " DE " PS-PLAZO
           DISPLAY "IMPORTE QUE SE AMORTIZA"
           ACCEPT IMPORTE-AMORTIZACION.
           IF IMPORTE-AMORTIZACION NOT > 0
               OR IMPORTE-AMORTIZACION > PS-PENDIENTE
               DISPLAY "IMPORTE NO VALIDO, TIENE QUE SER MAYOR QUE 0 "
                   "Y NO PASAR DE LO PENDIENTE"
               PERFORM LIBERAR-BLOQUEO
               EXIT PARAGRAPH
           END-IF.
           IF IMPORTE-AMORTIZACION < PS-PENDIENTE
               DISPLAY "(P)LAZO: MISMA CUOTA Y MENOS CUOTAS; "
                   "(C)UOTA: MISMAS CUOTAS Y CUOTA MENOR"
               ACCEPT MODALIDAD
               IF NOT REDUCIR-PLAZO AND NOT REDUCIR-CUOTA
                   DISPLAY "MODALIDAD NO VALIDA"
                   PERFORM LIBERAR-BLOQUEO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SUBTRACT IMPORTE-AMORTIZACION FROM PS-PENDIENTE
           ADD IMPORTE-AMORTIZACION TO PS-AMORTIZADO
           EVALUATE TRUE
               WHEN PS-PENDIENTE = 0
                   MOVE PS-CUOTAS-PAGADAS TO PS-PLAZO
               WHEN REDUCIR-CUOTA
                   MOVE PS-PENDIENTE TO CAPITAL-CALCULO
                   COMPUTE CUOTAS-CALCULO
                       = PS-PLAZO - PS-CUOTAS-PAGADAS
                   PERFORM CALCULAR-CUOTA
                   MOVE CUOTA-CALCULADA TO PS-CUOTA
               WHEN OTHER
                   PERFORM CONTAR-CUOTAS-RESTANTES
                   COMPUTE PS-PLAZO
                       = PS-CUOTAS-PAGADAS + CUOTAS-RESTANTES
           END-EVALUATE.
           MOVE PS-CUOTAS-PAGADAS TO PS-BASE-CUOTAS
           MOVE PS-PENDIENTE TO PS-BASE-PENDIENTE
           REWRITE PS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL PRESTAMO " CODIGO
                   PERFORM LIBERAR-BLOQUEO
                   EXIT PARAGRAPH
           END-REWRITE.
           IF PS-PENDIENTE = 0
               DISPLAY "PRESTAMO " CODIGO " CANCELADO"
           ELSE
               MOVE PS-PLAZO TO NUMERO-CUOTA
               PERFORM CALCULAR-VENCIMIENTO
               MOVE PS-CUOTA TO IMPORTE-EDITADO
               DISPLAY "NUEVA CUOTA " IMPORTE-EDITADO ", PLAZO "
                   PS-PLAZO " CUOTAS, ULTIMA EN " MES-CUOTA "/"
                   ANIO-CUOTA
           END-IF.
           DISPLAY "ANOTA EL CARGO DE LA AMORTIZACION EN LA CUENTA "
               PS-CUENTA " COMO UN MOVIMIENTO MAS"
           PERFORM LIBERAR-BLOQUEO.

      * Cuotas que hacen falta, con la cuota actual, para liquidar
      * PS-PENDIENTE; PS-PLAZO a 999 mientras se cuentan para que la
      * regla de la ultima cuota no corte antes de tiempo.
       CONTAR-CUOTAS-RESTANTES.
           MOVE PS-PENDIENTE TO PENDIENTE-CALCULO
           MOVE 0 TO CUOTAS-RESTANTES
           MOVE 999 TO PS-PLAZO
           COMPUTE NUMERO-CUOTA = PS-CUOTAS-PAGADAS + 1
           PERFORM CONTAR-UNA-CUOTA
               UNTIL PENDIENTE-CALCULO = 0
               OR NUMERO-CUOTA > 999.

       CONTAR-UNA-CUOTA.
           PERFORM CALCULAR-PARTES-CUOTA
           SUBTRACT CAPITAL-CUOTA FROM PENDIENTE-CALCULO
           ADD 1 TO CUOTAS-RESTANTES
           ADD 1 TO NUMERO-CUOTA.

      ******************************************************************
      * Bloqueo de la cuenta (fichero BLOQUEOS) como en CIERRE-MES;
      * choca tambien con el bloqueo global y ofrece liberar un
      * bloqueo huerfano de un cuelgue.
      ******************************************************************
       TOMAR-BLOQUEO-CUENTA.
           MOVE "N" TO BLOQUEO-DENEGADO-SW
           PERFORM ABRIR-BLOQUEOS.
           IF NOT BLOQUEOS-ABIERTO
               SET BLOQUEO-DENEGADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA TO CUENTA-BLOQUEO
           PERFORM COMPROBAR-BLOQUEO-CLAVE.
           IF NOT BLOQUEO-DENEGADO
               MOVE 0 TO CUENTA-BLOQUEO
               PERFORM COMPROBAR-BLOQUEO-CLAVE
           END-IF.
           IF NOT BLOQUEO-DENEGADO
               PERFORM GRABAR-BLOQUEO
           END-IF.

       ABRIR-BLOQUEOS.
           OPEN I-O FICHERO-BLOQUEOS.
           IF BQ-ESTADO = "35"
               OPEN OUTPUT FICHERO-BLOQUEOS
               CLOSE FICHERO-BLOQUEOS
               OPEN I-O FICHERO-BLOQUEOS
           END-IF.
           IF BQ-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR EL FICHERO DE BLOQUEOS, "
                   "ESTADO " BQ-ESTADO
               EXIT PARAGRAPH
           END-IF.
           SET BLOQUEOS-ABIERTO TO TRUE.

       COMPROBAR-BLOQUEO-CLAVE.
           MOVE "N" TO BLOQUEO-DENEGADO-SW
           MOVE CUENTA-BLOQUEO TO BQ-CUENTA
           READ FICHERO-BLOQUEOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ATENDER-BLOQUEO-AJENO
           END-READ.

       ATENDER-BLOQUEO-AJENO.
           DISPLAY "LA CUENTA " BQ-CUENTA " ESTA BLOQUEADA POR "
               BQ-PROGRAMA " (" BQ-PERSONA ") DESDE EL " BQ-FECHA
               " A LAS " BQ-HORA
           DISPLAY "SI ES DE UNA SESION COLGADA PUEDO LIBERARLO, "
               "LO LIBERO (S/N)"
           ACCEPT RESPUESTA
           IF RESP-SI
               DELETE FICHERO-BLOQUEOS
                   INVALID KEY
                       DISPLAY "NO SE PUDO LIBERAR EL BLOQUEO"
                       SET BLOQUEO-DENEGADO TO TRUE
               END-DELETE
           ELSE
               SET BLOQUEO-DENEGADO TO TRUE
           END-IF.

       GRABAR-BLOQUEO.
           DISPLAY "TU INICIAL (QUEDA ANOTADA EN EL BLOQUEO)"
           ACCEPT PERSONA-BLOQUEO
           MOVE CUENTA TO BQ-CUENTA
           MOVE "MANT-PRESTAMOS" TO BQ-PROGRAMA
           MOVE PERSONA-BLOQUEO TO BQ-PERSONA
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO BQ-FECHA
           MOVE HORA-HHMMSS TO BQ-HORA
           WRITE BQ-REGISTRO
               INVALID KEY
                   DISPLAY "OTRA SESION SE HA ADELANTADO CON EL "
                       "BLOQUEO DE LA CUENTA " CUENTA
                   SET BLOQUEO-DENEGADO TO TRUE
               NOT INVALID KEY
                   SET BLOQUEO-TOMADO TO TRUE
           END-WRITE.

       LIBERAR-BLOQUEO.
           IF BLOQUEO-TOMADO
               MOVE CUENTA TO BQ-CUENTA
               DELETE FICHERO-BLOQUEOS
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO LIBERAR EL BLOQUEO"
               END-DELETE
               MOVE "N" TO BLOQUEO-TOMADO-SW
           END-IF.
           IF BLOQUEOS-ABIERTO
               CLOSE FICHERO-BLOQUEOS
               MOVE "N" TO BLOQUEOS-ABIERTO-SW
           END-IF.

      ******************************************************************
      * Fichero de impresion PRESTL: como el LISTADO de INFORME-GASTOS,
      * pagina nueva con sus cabeceras al llegar al limite de lineas.
      * Cada listado lo vuelve a crear.
      ******************************************************************
       ABRIR-LISTADO.
           MOVE 0 TO PAGINA
           MOVE 99 TO LINEA-ACTUAL
           OPEN OUTPUT FICHERO-LISTADO.
           IF LS-ESTADO = "00"
               SET HAY-LISTADO TO TRUE
           ELSE
               DISPLAY "NO SE PUEDE CREAR EL FICHERO PRESTL, ESTADO "
                   LS-ESTADO
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
               DISPLAY "ERROR AL ESCRIBIR EN EL FICHERO PRESTL, "
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
           MOVE LST-CABECERA-COLUMNAS TO LST-LINEA
           WRITE LST-LINEA.
           MOVE SPACES TO LST-LINEA
           WRITE LST-LINEA.
           MOVE 3 TO LINEA-ACTUAL
           IF PAGINA > 1
               ADD 1 TO LINEA-ACTUAL
           END-IF
           MOVE LST-LINEA-PENDIENTE TO LST-LINEA.
       END PROGRAM MANTENIMIENTO-PRESTAMOS.
