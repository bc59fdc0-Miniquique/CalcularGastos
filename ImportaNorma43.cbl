      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Importacion del extracto del banco tal como lo
      *          entrega en formato AEB Cuaderno 43 (Norma 43, fichero
      *          NORMA43) al fichero EXTRACTO que leen CARGA-EXTRACTO
      *          y CONCILIA-BANCO, para no tener que teclearlo a mano.
      *          Se leen la cabecera de cuenta (registro 11) con su
      *          saldo inicial, los movimientos (22) con sus
      *          conceptos complementarios (23) y el final de cuenta
      *          (33) con sus totales y saldo final; el 88 de fin de
      *          fichero, si viene, cuadra el numero de registros.
      *          La cuenta del banco de cada 11 se traduce a nuestro
      *          codigo de CUENTAS por CU-CUENTA-BANCO y solo se
      *          importa el extracto de la cuenta pedida. Antes de
      *          grabar nada se comprueba en una primera pasada que
      *          en cada cuenta saldo inicial mas movimientos da el
      *          saldo final y que los numeros de apuntes y totales
      *          del debe y del haber coinciden con el 33; con
      *          cualquier error el EXTRACTO no se toca. Se avisa
      *          tambien si el saldo inicial del banco no coincide
      *          con nuestro GM-SALDO al final del dia anterior
      *          (ultimo movimiento de la cuenta antes de esa fecha,
      *          o su saldo de apertura si no hay ninguno).
      *          Cada 22 da una linea del EXTRACTO con la fecha de
      *          operacion, el importe con signo (debe negativo) y
      *          como referencia el primer concepto del 23 o, si no
      *          lo hay, las referencias del propio 22. Si al 22 le
      *          sigue un 24 (equivalencia de divisa) la linea lleva
      *          ademas la divisa y el importe original del pago; el
      *          codigo numerico ISO del 24 se traduce al de tres
      *          letras con las definiciones del maestro DIVISAS.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      *   15/10/2026 - El registro 24 (equivalencia de divisa) pasa al
      *                EXTRACTO la divisa y el importe original de la
      *                linea, traduciendo el codigo numerico ISO con el
      *                maestro DIVISAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-NORMA43.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-NORMA43 ASSIGN TO "NORMA43"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NR-ESTADO.

           SELECT EXTRACTO-BANCO ASSIGN TO "EXTRACTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-ESTADO.

           SELECT CUENTAS-MAESTRO ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS CU-ESTADO.

           SELECT GASTOS-MAESTRO ASSIGN TO "GASTOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CLAVE
               FILE STATUS IS GM-ESTADO.

           SELECT DIVISAS-MAESTRO ASSIGN TO "DIVISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS DV-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Registros del Cuaderno 43, 80 posiciones. Importes con 12
      * enteros y 2 decimales sin signo; la clave de debe/haber (y la
      * de saldo deudor/acreedor) da el signo: 1 = debe/deudor,
      * 2 = haber/acreedor. Fechas AAMMDD.
      ******************************************************************
       FD  FICHERO-NORMA43.
       01  NR-REGISTRO.
           05  NR-TIPO PIC XX.
               88  NR-CABECERA-CUENTA VALUE "11".
               88  NR-MOVIMIENTO VALUE "22".
               88  NR-CONCEPTO VALUE "23".
               88  NR-EQUIVALENCIA VALUE "24".
               88  NR-FINAL-CUENTA VALUE "33".
               88  NR-FIN-FICHERO VALUE "88".
               88  NR-CABECERA-FICHERO VALUE "00".
           05  FILLER PIC X(78).

       01  NR-REGISTRO-11.
           05  FILLER PIC XX.
           05  N11-ENTIDAD PIC X(4).
           05  N11-OFICINA PIC X(4).
           05  N11-NUMERO PIC X(10).
           05  N11-FECHA-INICIAL.
               10  N11-FI-ANIO PIC 99.
               10  N11-FI-MES PIC 99.
               10  N11-FI-DIA PIC 99.
           05  N11-FECHA-FINAL PIC X(6).
           05  N11-CLAVE-SALDO PIC X.
           05  N11-SALDO-INICIAL PIC 9(12)V99.
           05  N11-DIVISA PIC X(3).
           05  N11-MODALIDAD PIC X.
           05  N11-NOMBRE PIC X(26).
           05  FILLER PIC X(3).

       01  NR-REGISTRO-22.
           05  FILLER PIC XX.
           05  FILLER PIC X(4).
           05  N22-OFICINA-ORIGEN PIC X(4).
           05  N22-FECHA-OPERACION.
               10  N22-FO-ANIO PIC 99.
               10  N22-FO-MES PIC 99.
               10  N22-FO-DIA PIC 99.
           05  N22-FECHA-VALOR PIC X(6).
           05  N22-CONCEPTO-COMUN PIC XX.
           05  N22-CONCEPTO-PROPIO PIC X(3).
           05  N22-CLAVE-DEBE-HABER PIC X.
           05  N22-IMPORTE PIC 9(12)V99.
           05  N22-DOCUMENTO PIC X(10).
           05  N22-REFERENCIA-1 PIC X(12).
           05  N22-REFERENCIA-2 PIC X(16).

       01  NR-REGISTRO-23.
           05  FILLER PIC XX.
           05  N23-CODIGO-DATO PIC XX.
           05  N23-CONCEPTO-1 PIC X(38).
           05  N23-CONCEPTO-2 PIC X(38).

      * Equivalencia de divisa del 22 anterior: codigo ISO numerico de
      * la moneda original y su importe, con el signo del 22.
       01  NR-REGISTRO-24.
           05  FILLER PIC XX.
           05  N24-CODIGO-DATO PIC XX.
           05  N24-DIVISA PIC X(3).
           05  N24-DIVISA-NUMERICA REDEFINES N24-DIVISA PIC 9(3).
           05  N24-IMPORTE PIC 9(12)V99.
           05  FILLER PIC X(59).

       01  NR-REGISTRO-33.
           05  FILLER PIC XX.
           05  N33-ENTIDAD PIC X(4).
           05  N33-OFICINA PIC X(4).
           05  N33-NUMERO PIC X(10).
           05  N33-APUNTES-DEBE PIC 9(5).
           05  N33-TOTAL-DEBE PIC 9(12)V99.
           05  N33-APUNTES-HABER PIC 9(5).
           05  N33-TOTAL-HABER PIC 9(12)V99.
           05  N33-CLAVE-SALDO PIC X.
           05  N33-SALDO-FINAL PIC 9(12)V99.
           05  N33-DIVISA PIC X(3).
           05  FILLER PIC X(4).

       01  NR-REGISTRO-88.
           05  FILLER PIC XX.
           05  N88-NUEVES PIC X(18).
           05  N88-REGISTROS PIC 9(6).
           05  FILLER PIC X(54).

       FD  EXTRACTO-BANCO.
       01  EX-REGISTRO.
           05  EX-ANIO PIC 9(4).
           05  EX-MES PIC 99.
           05  EX-DIA PIC 99.
           05  EX-IMPORTE PIC S9(6)V99.
           05  EX-REFERENCIA PIC X(20).
           05  EX-DIVISA-CODIGO PIC X(3).
           05  EX-DIVISA-IMPORTE PIC S9(9)V99.

       FD  CUENTAS-MAESTRO.
           COPY "CUENTREG.CPY".

       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  DIVISAS-MAESTRO.
           COPY "DIVISREG.CPY".

       WORKING-STORAGE SECTION.
       77 NR-ESTADO PIC XX VALUE "00".
       77 EX-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 GM-ESTADO PIC XX VALUE "00".
       77 DV-ESTADO PIC XX VALUE "00".
       77 FIN-DIVISAS-SW PIC X VALUE "N".
           88 FIN-DIVISAS VALUE "S".
       77 DIVISA-ENCONTRADA-SW PIC X VALUE "N".
           88 DIVISA-ENCONTRADA VALUE "S".
       77 CUANTAS-DIVISAS PIC 99 COMP VALUE 0.
       77 DIVISAS-SIN-CODIGO PIC 9(4) COMP VALUE 0.
       77 HAY-MAESTRO-SW PIC X VALUE "N".
           88 HAY-MAESTRO VALUE "S".
       77 FIN-NORMA43-SW PIC X VALUE "N".
           88 FIN-NORMA43 VALUE "S".
       77 CUENTA PIC 99 VALUE 0.
       77 CUENTA-VALIDA-SW PIC X VALUE "N".
           88 CUENTA-VALIDA VALUE "S".
       77 NOMBRE-CUENTA PIC X(20) VALUE SPACES.
       77 SALDO-APERTURA-CUENTA PIC S9(6)V99 COMP-3 VALUE 0.
       77 FIN-LISTADO-CUENTAS-SW PIC X VALUE "N".
           88 FIN-LISTADO-CUENTAS VALUE "S".
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 MENSAJE-FALLO PIC X(40) VALUE SPACES.
      * Grupo 11..33 en curso
       77 GRUPO-ABIERTO-SW PIC X VALUE "N".
           88 GRUPO-ABIERTO VALUE "S".
       77 GRUPO-ELEGIDO-SW PIC X VALUE "N".
           88 GRUPO-ELEGIDO VALUE "S".
       77 CUENTA-DEL-GRUPO PIC 99 VALUE 0.
       77 TIPO-ANTERIOR PIC XX VALUE SPACES.
       77 SALDO-INICIAL-BANCO PIC S9(12)V99 COMP-3 VALUE 0.
       77 SALDO-FINAL-BANCO PIC S9(12)V99 COMP-3 VALUE 0.
       77 SALDO-FINAL-CALCULADO PIC S9(12)V99 COMP-3 VALUE 0.
       77 APUNTES-DEBE PIC 9(5) COMP VALUE 0.
       77 APUNTES-HABER PIC 9(5) COMP VALUE 0.
       77 TOTAL-DEBE PIC 9(12)V99 COMP-3 VALUE 0.
       77 TOTAL-HABER PIC 9(12)V99 COMP-3 VALUE 0.
      * Contadores del fichero
       77 REGISTROS-LEIDOS PIC 9(6) COMP VALUE 0.
       77 REGISTROS-CONTADOS PIC 9(6) COMP VALUE 0.
       77 ERRORES-FICHERO PIC 9(4) COMP VALUE 0.
       77 GRUPOS-LEIDOS PIC 9(4) COMP VALUE 0.
       77 GRUPOS-DE-LA-CUENTA PIC 9(4) COMP VALUE 0.
       77 GRUPOS-SIN-CUENTA PIC 9(4) COMP VALUE 0.
       77 APUNTES-DE-LA-CUENTA PIC 9(6) COMP VALUE 0.
       77 AVISOS-SALDO PIC 9(4) COMP VALUE 0.
       77 LINEAS-GRABADAS PIC 9(6) COMP VALUE 0.
       77 HAY-FIN-FICHERO-SW PIC X VALUE "N".
           88 HAY-FIN-FICHERO VALUE "S".
      * Saldo nuestro al final del dia anterior al saldo inicial
       77 FECHA-INICIAL PIC 9(8) VALUE 0.
       77 FECHA-MOVIMIENTO PIC 9(8) VALUE 0.
       77 FECHA-SALDO-ANTERIOR PIC 9(8) VALUE 0.
       77 SECUENCIA-SALDO-ANTERIOR PIC 99 VALUE 0.
       77 SALDO-NUESTRO PIC S9(12)V99 COMP-3 VALUE 0.
       77 HAY-SALDO-ANTERIOR-SW PIC X VALUE "N".
           88 HAY-SALDO-ANTERIOR VALUE "S".
       77 FIN-BUSQUEDA-SW PIC X VALUE "N".
           88 FIN-BUSQUEDA VALUE "S".
      * Linea del EXTRACTO pendiente de sus conceptos 23
       77 LINEA-PENDIENTE-SW PIC X VALUE "N".
           88 LINEA-PENDIENTE VALUE "S".
       77 CONCEPTO-PUESTO-SW PIC X VALUE "N".
           88 CONCEPTO-PUESTO VALUE "S".
       77 IMPORTE-MAXIMO PIC 9(12)V99 COMP-3 VALUE 999999.99.
       77 SALDO-EDITADO PIC -Z(11)9.99 VALUE ZERO.
       77 SALDO-EDITADO-2 PIC -Z(11)9.99 VALUE ZERO.

       01  PENDIENTE-EXTRACTO.
           05  PE-ANIO PIC 9(4).
           05  PE-MES PIC 99.
           05  PE-DIA PIC 99.
           05  PE-IMPORTE PIC S9(6)V99.
           05  PE-REFERENCIA PIC X(20).
           05  PE-DIVISA-CODIGO PIC X(3).
           05  PE-DIVISA-IMPORTE PIC S9(9)V99.

      * Definiciones del maestro DIVISAS (registros con fecha 0) para
      * traducir el codigo numerico ISO del 24 al de tres letras.
       01  DIV-TABLA.
           05  DIV-ELEMENTO OCCURS 50 TIMES INDEXED BY DIV-IDX.
               10  DIV-CODIGO PIC X(3) VALUE SPACES.
               10  DIV-NUMERICO PIC 9(3) VALUE 0.

       01  REFERENCIAS-22.
           05  R22-REFERENCIA-2 PIC X(16).
           05  FILLER PIC X VALUE SPACE.
           05  R22-REFERENCIA-1 PIC X(12).

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-IMPORTACION.
           DISPLAY "IMPORTACION DEL EXTRACTO NORMA 43 (CUADERNO 43)"
           PERFORM ABRIR-FICHEROS.
           PERFORM PEDIR-CUENTA.

           PERFORM VALIDAR-FICHERO.
           DISPLAY "========================================"
           DISPLAY "REGISTROS LEIDOS:             " REGISTROS-LEIDOS
           DISPLAY "CUENTAS EN EL FICHERO:        " GRUPOS-LEIDOS
           DISPLAY "EXTRACTOS DE LA CUENTA " CUENTA ":     "
               GRUPOS-DE-LA-CUENTA
           DISPLAY "APUNTES DE LA CUENTA:         " APUNTES-DE-LA-CUENTA
           DISPLAY "ERRORES DEL FICHERO:          " ERRORES-FICHERO
           DISPLAY "========================================".
           IF ERRORES-FICHERO > 0
               DISPLAY "EL FICHERO NO CUADRA, NO SE GRABA NADA EN EL "
                   "EXTRACTO"
               MOVE "EL FICHERO NORMA43 NO CUADRA" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.
           IF GRUPOS-DE-LA-CUENTA = 0
               DISPLAY "EL FICHERO NO TRAE EXTRACTO DE LA CUENTA "
                   CUENTA " " NOMBRE-CUENTA
               MOVE "NORMA43 SIN EXTRACTO DE LA CUENTA"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.

           IF NOT LOTE-ACTIVO
               DISPLAY "SE SUSTITUYE EL FICHERO EXTRACTO POR LOS "
                   APUNTES-DE-LA-CUENTA " APUNTES DE LA CUENTA "
                   CUENTA ", CONFIRMAS (S/N)"
               ACCEPT RESPUESTA
               IF NOT RESP-SI
                   DISPLAY "IMPORTACION CANCELADA"
                   PERFORM FINPROGRAMA
               END-IF
           END-IF.

           PERFORM GRABAR-EXTRACTO.
           DISPLAY "LINEAS GRABADAS EN EL EXTRACTO: " LINEAS-GRABADAS
           IF AVISOS-SALDO > 0
               DISPLAY "OJO: " AVISOS-SALDO " SALDO(S) INICIAL(ES) DEL "
                   "BANCO NO CUADRAN CON EL MAESTRO"
           END-IF.
           IF DIVISAS-SIN-CODIGO > 0
               DISPLAY "OJO: " DIVISAS-SIN-CODIGO " LINEA(S) EN UNA "
                   "DIVISA SIN DEFINIR EN EL MAESTRO DIVISAS"
           END-IF.
           DISPLAY "CARGALO AHORA CON CARGA-EXTRACTO O CONCILIALO CON "
               "CONCILIA-BANCO".
           IF LOTE-ACTIVO
               MOVE REGISTROS-LEIDOS TO LOTE-LEIDOS
               MOVE LINEAS-GRABADAS TO LOTE-GRABADOS
               COMPUTE LOTE-INCIDENCIAS = AVISOS-SALDO
                   + GRUPOS-SIN-CUENTA
               IF AVISOS-SALDO > 0
                   MOVE "SALDO INICIAL DEL BANCO NO CUADRA"
                       TO LOTE-MENSAJE
               END-IF
           END-IF.
           PERFORM FINPROGRAMA.

       ABRIR-FICHEROS.
           OPEN INPUT CUENTAS-MAESTRO.
           IF CU-ESTADO NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS, EJECUTA "
                   "MANTENIMIENTO-CUENTAS E INFORMA LA CUENTA DEL BANCO"
               MOVE "NO SE PUEDE ABRIR CUENTAS" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               GOBACK
           END-IF.
           OPEN INPUT FICHERO-NORMA43.
           IF NR-ESTADO NOT = "00"
               DISPLAY "NO SE ENCUENTRA EL FICHERO NORMA43, ESTADO "
                   NR-ESTADO
               MOVE "NO SE ENCUENTRA EL FICHERO NORMA43"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               CLOSE CUENTAS-MAESTRO
               GOBACK
           END-IF.
           CLOSE FICHERO-NORMA43.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO = "00"
               SET HAY-MAESTRO TO TRUE
           END-IF.
           PERFORM CARGAR-DIVISAS.

       CARGAR-DIVISAS.
           MOVE 0 TO CUANTAS-DIVISAS
           OPEN INPUT DIVISAS-MAESTRO.
           IF DV-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-DIVISAS-SW
           PERFORM LEER-SIGUIENTE-DIVISA.
           PERFORM ANOTAR-UNA-DIVISA UNTIL FIN-DIVISAS.
           CLOSE DIVISAS-MAESTRO.

       ANOTAR-UNA-DIVISA.
           IF DV-ES-DEFINICION AND CUANTAS-DIVISAS < 50
               ADD 1 TO CUANTAS-DIVISAS
               SET DIV-IDX TO CUANTAS-DIVISAS
               MOVE DV-CODIGO TO DIV-CODIGO (DIV-IDX)
               MOVE DV-NUMERICO TO DIV-NUMERICO (DIV-IDX)
           END-IF.
           PERFORM LEER-SIGUIENTE-DIVISA.

       LEER-SIGUIENTE-DIVISA.
           READ DIVISAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-DIVISAS TO TRUE
           END-READ.

       PEDIR-CUENTA.
           IF LOTE-ACTIVO
               MOVE LOTE-CUENTA TO CUENTA
               PERFORM VALIDAR-CUENTA
               IF NOT CUENTA-VALIDA
                   DISPLAY "CUENTA " CUENTA " NO VALIDA O SIN CUENTA "
                       "DEL BANCO"
                   MOVE "CUENTA NO VALIDA EN LOS PARAMETROS"
                       TO MENSAJE-FALLO
                   PERFORM ANOTAR-FALLO-LOTE
                   PERFORM FINPROGRAMA
               END-IF
           ELSE
               DISPLAY "CUENTAS DISPONIBLES:"
               PERFORM LISTAR-CUENTAS
               DISPLAY "CUENTA CUYO EXTRACTO SE IMPORTA"
               ACCEPT CUENTA
               PERFORM VALIDAR-CUENTA
               PERFORM PEDIR-CUENTA-OTRA-VEZ UNTIL CUENTA-VALIDA
           END-IF.
           DISPLAY "CUENTA " CUENTA " " NOMBRE-CUENTA " BANCO "
               CU-BANCO-ENTIDAD " " CU-BANCO-OFICINA " "
               CU-BANCO-NUMERO.

       PEDIR-CUENTA-OTRA-VEZ.
           DISPLAY "CUENTA NO VALIDA O SIN CUENTA DEL BANCO (SE "
               "INFORMA EN MANTENIMIENTO-CUENTAS), VUELVE A "
               "INTRODUCIRLA"
           ACCEPT CUENTA
           PERFORM VALIDAR-CUENTA.

       VALIDAR-CUENTA.
           MOVE "N" TO CUENTA-VALIDA-SW
           IF CUENTA NOT = 0
               MOVE CUENTA TO CU-CODIGO
               READ CUENTAS-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-BANCO-ENTIDAD NOT = SPACES
                           SET CUENTA-VALIDA TO TRUE
                           MOVE CU-NOMBRE TO NOMBRE-CUENTA
                           MOVE CU-SALDO-APERTURA
                               TO SALDO-APERTURA-CUENTA
                       END-IF
               END-READ
           END-IF.

       LISTAR-CUENTAS.
           MOVE "N" TO FIN-LISTADO-CUENTAS-SW
           MOVE 0 TO CU-CODIGO
           START CUENTAS-MAESTRO KEY IS NOT LESS THAN CU-CLAVE
               INVALID KEY
                   SET FIN-LISTADO-CUENTAS TO TRUE
           END-START.
           IF NOT FIN-LISTADO-CUENTAS
               PERFORM LEER-SIGUIENTE-CUENTA
           END-IF.
           PERFORM LISTAR-UNA-CUENTA UNTIL FIN-LISTADO-CUENTAS.

       LISTAR-UNA-CUENTA.
           DISPLAY "  " CU-CODIGO " " CU-NOMBRE " BANCO "
               CU-BANCO-ENTIDAD " " CU-BANCO-OFICINA " "
               CU-BANCO-NUMERO.
           PERFORM LEER-SIGUIENTE-CUENTA.

       LEER-SIGUIENTE-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-LISTADO-CUENTAS TO TRUE
           END-READ.

       ANOTAR-FALLO-LOTE.
           IF LOTE-ACTIVO
               MOVE 1 TO LOTE-RESULTADO
               MOVE MENSAJE-FALLO TO LOTE-MENSAJE
           END-IF.

      ******************************************************************
      * Cuenta nuestra (CUENTA-DEL-GRUPO) de la cuenta del banco del
      * registro 11 en curso; 0 si ninguna de CUENTAS la tiene.
      ******************************************************************
       TRADUCIR-CUENTA-BANCO.
           MOVE 0 TO CUENTA-DEL-GRUPO
           MOVE "N" TO FIN-LISTADO-CUENTAS-SW
           MOVE 0 TO CU-CODIGO
           START CUENTAS-MAESTRO KEY IS NOT LESS THAN CU-CLAVE
               INVALID KEY
                   SET FIN-LISTADO-CUENTAS TO TRUE
           END-START.
           IF NOT FIN-LISTADO-CUENTAS
               PERFORM LEER-SIGUIENTE-CUENTA
           END-IF.
           PERFORM COMPARAR-CUENTA-BANCO UNTIL FIN-LISTADO-CUENTAS.

       COMPARAR-CUENTA-BANCO.
           IF CU-BANCO-ENTIDAD = N11-ENTIDAD
               AND CU-BANCO-OFICINA = N11-OFICINA
               AND CU-BANCO-NUMERO = N11-NUMERO
               MOVE CU-CODIGO TO CUENTA-DEL-GRUPO
               SET FIN-LISTADO-CUENTAS TO TRUE
           ELSE
               PERFORM LEER-SIGUIENTE-CUENTA
           END-IF.

      ******************************************************************
      * Pasada 1: cuadre del fichero entero sin grabar nada. Cada
      * cuenta (11..33) debe cerrar: saldo inicial - debe + haber =
      * saldo final, y apuntes y totales del debe y del haber iguales
      * a los del 33. Los errores se cuentan y se listan todos.
      ******************************************************************
       VALIDAR-FICHERO.
           OPEN INPUT FICHERO-NORMA43.
           MOVE "N" TO FIN-NORMA43-SW
           MOVE "N" TO GRUPO-ABIERTO-SW
           MOVE SPACES TO TIPO-ANTERIOR
           PERFORM LEER-NORMA43.
           PERFORM VALIDAR-UN-REGISTRO UNTIL FIN-NORMA43.
           CLOSE FICHERO-NORMA43.
           IF GRUPO-ABIERTO
               ADD 1 TO ERRORES-FICHERO
               DISPLAY "ERROR: LA ULTIMA CUENTA DEL FICHERO NO TIENE "
                   "REGISTRO 33 DE FINAL"
           END-IF.
           IF NOT HAY-FIN-FICHERO
               DISPLAY "AVISO: EL FICHERO NO TRAE REGISTRO 88 DE FIN, "
                   "NO SE CUADRA EL NUMERO DE REGISTROS"
           END-IF.

       VALIDAR-UN-REGISTRO.
           ADD 1 TO REGISTROS-LEIDOS
           EVALUATE TRUE
               WHEN NR-CABECERA-CUENTA
                   PERFORM VALIDAR-CABECERA-CUENTA
               WHEN NR-MOVIMIENTO
                   PERFORM VALIDAR-MOVIMIENTO
               WHEN NR-CONCEPTO
               WHEN NR-EQUIVALENCIA
                   ADD 1 TO REGISTROS-CONTADOS
                   IF TIPO-ANTERIOR NOT = "22" AND NOT = "23"
                       AND NOT = "24"
                       PERFORM ERROR-DE-REGISTRO
                       DISPLAY "  REGISTRO " NR-TIPO " SIN UN 22 "
                           "DELANTE"
                   END-IF
               WHEN NR-FINAL-CUENTA
                   PERFORM VALIDAR-FINAL-CUENTA
               WHEN NR-FIN-FICHERO
                   PERFORM VALIDAR-FIN-FICHERO
               WHEN NR-CABECERA-FICHERO
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-DE-REGISTRO
                   DISPLAY "  TIPO DE REGISTRO DESCONOCIDO: " NR-TIPO
           END-EVALUATE.
           MOVE NR-TIPO TO TIPO-ANTERIOR
           PERFORM LEER-NORMA43.

       ERROR-DE-REGISTRO.
           ADD 1 TO ERRORES-FICHERO
           DISPLAY "ERROR EN EL REGISTRO " REGISTROS-LEIDOS
               " DEL FICHERO NORMA43:".

       VALIDAR-CABECERA-CUENTA.
           ADD 1 TO REGISTROS-CONTADOS
           ADD 1 TO GRUPOS-LEIDOS
           IF GRUPO-ABIERTO
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  REGISTRO 11 SIN EL 33 DE LA CUENTA ANTERIOR"
           END-IF.
           SET GRUPO-ABIERTO TO TRUE
           MOVE "N" TO GRUPO-ELEGIDO-SW
           MOVE 0 TO APUNTES-DEBE
           MOVE 0 TO APUNTES-HABER
           MOVE 0 TO TOTAL-DEBE
           MOVE 0 TO TOTAL-HABER
           MOVE 0 TO SALDO-INICIAL-BANCO
           IF N11-SALDO-INICIAL NOT NUMERIC
               OR N11-FECHA-INICIAL NOT NUMERIC
               OR (N11-CLAVE-SALDO NOT = "1" AND NOT = "2")
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  SALDO INICIAL, FECHA O CLAVE DE SALDO NO "
                   "VALIDOS EN EL REGISTRO 11"
               EXIT PARAGRAPH
           END-IF.
           IF N11-CLAVE-SALDO = "1"
               COMPUTE SALDO-INICIAL-BANCO = 0 - N11-SALDO-INICIAL
           ELSE
               MOVE N11-SALDO-INICIAL TO SALDO-INICIAL-BANCO
           END-IF.
           PERFORM TRADUCIR-CUENTA-BANCO.
           IF CUENTA-DEL-GRUPO = 0
               ADD 1 TO GRUPOS-SIN-CUENTA
               DISPLAY "AVISO: LA CUENTA DEL BANCO " N11-ENTIDAD " "
                   N11-OFICINA " " N11-NUMERO " NO ES DE NINGUNA "
                   "CUENTA NUESTRA, SE COMPRUEBA PERO NO SE IMPORTA"
               EXIT PARAGRAPH
           END-IF.
           IF CUENTA-DEL-GRUPO NOT = CUENTA
               DISPLAY "EXTRACTO DE LA CUENTA " CUENTA-DEL-GRUPO
                   ": SE COMPRUEBA PERO NO SE IMPORTA"
               EXIT PARAGRAPH
           END-IF.
           SET GRUPO-ELEGIDO TO TRUE
           ADD 1 TO GRUPOS-DE-LA-CUENTA
           PERFORM COMPROBAR-SALDO-ANTERIOR.

       VALIDAR-MOVIMIENTO.
           ADD 1 TO REGISTROS-CONTADOS
           IF NOT GRUPO-ABIERTO
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  REGISTRO 22 FUERA DE UNA CUENTA (SIN 11)"
               EXIT PARAGRAPH
           END-IF.
           IF N22-IMPORTE NOT NUMERIC
               OR N22-FECHA-OPERACION NOT NUMERIC
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  IMPORTE O FECHA DE OPERACION NO VALIDOS"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE N22-CLAVE-DEBE-HABER
               WHEN "1"
                   ADD 1 TO APUNTES-DEBE
                   ADD N22-IMPORTE TO TOTAL-DEBE
               WHEN "2"
                   ADD 1 TO APUNTES-HABER
                   ADD N22-IMPORTE TO TOTAL-HABER
               WHEN OTHER
                   PERFORM ERROR-DE-REGISTRO
                   DISPLAY "  CLAVE DE DEBE/HABER NO VALIDA: "
                       N22-CLAVE-DEBE-HABER
           END-EVALUATE.
           IF GRUPO-ELEGIDO
               ADD 1 TO APUNTES-DE-LA-CUENTA
               IF N22-IMPORTE > IMPORTE-MAXIMO
                   PERFORM ERROR-DE-REGISTRO
                   DISPLAY "  IMPORTE " N22-IMPORTE " DEMASIADO GRANDE "
                       "PARA EL EXTRACTO"
               END-IF
               IF N22-FO-MES < 1 OR N22-FO-MES > 12
                   OR N22-FO-DIA < 1 OR N22-FO-DIA > 31
                   PERFORM ERROR-DE-REGISTRO
                   DISPLAY "  FECHA DE OPERACION NO VALIDA: "
                       N22-FECHA-OPERACION
               END-IF
           END-IF.

       VALIDAR-FINAL-CUENTA.
           ADD 1 TO REGISTROS-CONTADOS
           IF NOT GRUPO-ABIERTO
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  REGISTRO 33 SIN SU 11"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO GRUPO-ABIERTO-SW
           IF N33-ENTIDAD NOT = N11-ENTIDAD
               OR N33-OFICINA NOT = N11-OFICINA
               OR N33-NUMERO NOT = N11-NUMERO
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  LA CUENTA DEL 33 NO ES LA DEL 11"
           END-IF.
           IF N33-APUNTES-DEBE NOT NUMERIC
               OR N33-TOTAL-DEBE NOT NUMERIC
               OR N33-APUNTES-HABER NOT NUMERIC
               OR N33-TOTAL-HABER NOT NUMERIC
               OR N33-SALDO-FINAL NOT NUMERIC
               OR (N33-CLAVE-SALDO NOT = "1" AND NOT = "2")
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  TOTALES O SALDO FINAL NO VALIDOS EN EL 33"
               EXIT PARAGRAPH
           END-IF.
           IF N33-APUNTES-DEBE NOT = APUNTES-DEBE
               OR N33-TOTAL-DEBE NOT = TOTAL-DEBE
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  DEBE DEL 33: " N33-APUNTES-DEBE " APUNTES, "
                   N33-TOTAL-DEBE "; LEIDOS: " APUNTES-DEBE
                   " APUNTES, " TOTAL-DEBE
           END-IF.
           IF N33-APUNTES-HABER NOT = APUNTES-HABER
               OR N33-TOTAL-HABER NOT = TOTAL-HABER
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  HABER DEL 33: " N33-APUNTES-HABER
                   " APUNTES, " N33-TOTAL-HABER "; LEIDOS: "
                   APUNTES-HABER " APUNTES, " TOTAL-HABER
           END-IF.
           IF N33-CLAVE-SALDO = "1"
               COMPUTE SALDO-FINAL-BANCO = 0 - N33-SALDO-FINAL
           ELSE
               MOVE N33-SALDO-FINAL TO SALDO-FINAL-BANCO
           END-IF.
           COMPUTE SALDO-FINAL-CALCULADO = SALDO-INICIAL-BANCO
               - TOTAL-DEBE + TOTAL-HABER
           IF SALDO-FINAL-CALCULADO NOT = SALDO-FINAL-BANCO
               PERFORM ERROR-DE-REGISTRO
               MOVE SALDO-FINAL-BANCO TO SALDO-EDITADO
               MOVE SALDO-FINAL-CALCULADO TO SALDO-EDITADO-2
               DISPLAY "  SALDO FINAL DEL 33 " SALDO-EDITADO
                   " PERO INICIAL + MOVIMIENTOS DA " SALDO-EDITADO-2
           END-IF.

       VALIDAR-FIN-FICHERO.
           SET HAY-FIN-FICHERO TO TRUE
           IF N88-REGISTROS NOT NUMERIC
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  NUMERO DE REGISTROS DEL 88 NO VALIDO"
               EXIT PARAGRAPH
           END-IF.
           IF N88-REGISTROS NOT = REGISTROS-CONTADOS
               PERFORM ERROR-DE-REGISTRO
               DISPLAY "  EL 88 DICE " N88-REGISTROS " REGISTROS Y SE "
                   "HAN LEIDO " REGISTROS-CONTADOS
           END-IF.

      ******************************************************************
      * Nuestro saldo al final del dia anterior al saldo inicial del
      * banco: GM-SALDO del ultimo movimiento de la cuenta con fecha
      * anterior a la del registro 11 o, si no hay ninguno, el saldo
      * de apertura de la cuenta. Solo se avisa; no impide importar.
      ******************************************************************
       COMPROBAR-SALDO-ANTERIOR.
           COMPUTE FECHA-INICIAL = 20000000 + N11-FI-ANIO * 10000
               + N11-FI-MES * 100 + N11-FI-DIA
           MOVE SALDO-APERTURA-CUENTA TO SALDO-NUESTRO
           MOVE "N" TO HAY-SALDO-ANTERIOR-SW
           IF HAY-MAESTRO
               PERFORM BUSCAR-SALDO-ANTERIOR
           END-IF.
           IF SALDO-NUESTRO NOT = SALDO-INICIAL-BANCO
               ADD 1 TO AVISOS-SALDO
               MOVE SALDO-INICIAL-BANCO TO SALDO-EDITADO
               MOVE SALDO-NUESTRO TO SALDO-EDITADO-2
               DISPLAY "AVISO: SALDO INICIAL DEL BANCO EL "
                   FECHA-INICIAL ": " SALDO-EDITADO
               IF HAY-SALDO-ANTERIOR
                   DISPLAY "  NUESTRO GM-SALDO AL FINAL DEL DIA "
                       "ANTERIOR (MOV " SECUENCIA-SALDO-ANTERIOR
                       " DEL " FECHA-SALDO-ANTERIOR "): "
                       SALDO-EDITADO-2
               ELSE
                   DISPLAY "  SIN MOVIMIENTOS ANTERIORES; SALDO DE "
                       "APERTURA DE LA CUENTA: " SALDO-EDITADO-2
               END-IF
           END-IF.

       BUSCAR-SALDO-ANTERIOR.
           MOVE "N" TO FIN-BUSQUEDA-SW
           MOVE CUENTA TO GM-CUENTA
           MOVE 0 TO GM-ANIO
           MOVE 0 TO GM-MES
           MOVE 0 TO GM-DIA
           MOVE 0 TO GM-SECUENCIA
           START GASTOS-MAESTRO KEY IS NOT LESS THAN GM-CLAVE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.
           IF NOT FIN-BUSQUEDA
               PERFORM LEER-SIGUIENTE-BUSQUEDA
           END-IF.
           PERFORM EXAMINAR-SALDO-ANTERIOR UNTIL FIN-BUSQUEDA.

       EXAMINAR-SALDO-ANTERIOR.
           COMPUTE FECHA-MOVIMIENTO = GM-ANIO * 10000 + GM-MES * 100
               + GM-DIA
           IF GM-CUENTA NOT = CUENTA
               OR FECHA-MOVIMIENTO NOT < FECHA-INICIAL
               SET FIN-BUSQUEDA TO TRUE
           ELSE
               MOVE GM-SALDO TO SALDO-NUESTRO
               MOVE FECHA-MOVIMIENTO TO FECHA-SALDO-ANTERIOR
               MOVE GM-SECUENCIA TO SECUENCIA-SALDO-ANTERIOR
               SET HAY-SALDO-ANTERIOR TO TRUE
               PERFORM LEER-SIGUIENTE-BUSQUEDA
           END-IF.

       LEER-SIGUIENTE-BUSQUEDA.
           READ GASTOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-BUSQUEDA TO TRUE
           END-READ.

      ******************************************************************
      * Pasada 2: el fichero ya cuadra; se graban en el EXTRACTO los
      * 22 de la cuenta pedida. Cada 22 queda pendiente hasta ver si
      * le sigue un 23 con el concepto que hara de referencia.
      ******************************************************************
       GRABAR-EXTRACTO.
           OPEN OUTPUT EXTRACTO-BANCO.
           IF EX-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL FICHERO EXTRACTO, ESTADO "
                   EX-ESTADO
               MOVE "NO SE PUEDE CREAR EL FICHERO EXTRACTO"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM FINPROGRAMA
           END-IF.
           OPEN INPUT FICHERO-NORMA43.
           MOVE "N" TO FIN-NORMA43-SW
           MOVE "N" TO GRUPO-ELEGIDO-SW
           MOVE "N" TO LINEA-PENDIENTE-SW
           PERFORM LEER-NORMA43.
           PERFORM TRASLADAR-UN-REGISTRO UNTIL FIN-NORMA43.
           PERFORM GRABAR-LINEA-PENDIENTE.
           CLOSE FICHERO-NORMA43.
           CLOSE EXTRACTO-BANCO.

       TRASLADAR-UN-REGISTRO.
           EVALUATE TRUE
               WHEN NR-CABECERA-CUENTA
                   PERFORM GRABAR-LINEA-PENDIENTE
                   MOVE "N" TO GRUPO-ELEGIDO-SW
                   PERFORM TRADUCIR-CUENTA-BANCO
                   IF CUENTA-DEL-GRUPO = CUENTA
                       SET GRUPO-ELEGIDO TO TRUE
                   END-IF
               WHEN NR-MOVIMIENTO
                   PERFORM GRABAR-LINEA-PENDIENTE
                   IF GRUPO-ELEGIDO
                       PERFORM PREPARAR-LINEA-EXTRACTO
                   END-IF
               WHEN NR-CONCEPTO
                   IF LINEA-PENDIENTE AND NOT CONCEPTO-PUESTO
                       AND N23-CONCEPTO-1 NOT = SPACES
                       MOVE N23-CONCEPTO-1 TO PE-REFERENCIA
                       SET CONCEPTO-PUESTO TO TRUE
                   END-IF
               WHEN NR-EQUIVALENCIA
                   IF LINEA-PENDIENTE
                       PERFORM TOMAR-EQUIVALENCIA-DIVISA
                   END-IF
               WHEN OTHER
                   PERFORM GRABAR-LINEA-PENDIENTE
                   MOVE "N" TO GRUPO-ELEGIDO-SW
           END-EVALUATE.
           PERFORM LEER-NORMA43.

       PREPARAR-LINEA-EXTRACTO.
           COMPUTE PE-ANIO = 2000 + N22-FO-ANIO
           MOVE N22-FO-MES TO PE-MES
           MOVE N22-FO-DIA TO PE-DIA
           IF N22-CLAVE-DEBE-HABER = "1"
               COMPUTE PE-IMPORTE = 0 - N22-IMPORTE
           ELSE
               MOVE N22-IMPORTE TO PE-IMPORTE
           END-IF.
           MOVE N22-REFERENCIA-2 TO R22-REFERENCIA-2
           MOVE N22-REFERENCIA-1 TO R22-REFERENCIA-1
           IF N22-REFERENCIA-2 = SPACES
               MOVE N22-REFERENCIA-1 TO PE-REFERENCIA
           ELSE
               MOVE REFERENCIAS-22 TO PE-REFERENCIA
           END-IF.
           MOVE SPACES TO PE-DIVISA-CODIGO
           MOVE 0 TO PE-DIVISA-IMPORTE
           MOVE "N" TO CONCEPTO-PUESTO-SW
           SET LINEA-PENDIENTE TO TRUE.

      ******************************************************************
      * Registro 24: la linea pendiente se pago en otra moneda. El
      * importe original lleva el signo del cargo en euros. Una divisa
      * que no esta definida en DIVISAS se deja con su codigo numerico
      * y se avisa para darla de alta en MANTENIMIENTO-DIVISAS.
      ******************************************************************
       TOMAR-EQUIVALENCIA-DIVISA.
           IF N24-DIVISA NOT NUMERIC OR N24-IMPORTE NOT NUMERIC
               DISPLAY "AVISO: REGISTRO 24 CON DIVISA O IMPORTE NO "
                   "NUMERICO, LA LINEA DEL " PE-DIA "/" PE-MES
                   " QUEDA EN EUROS"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO DIVISA-ENCONTRADA-SW
           SET DIV-IDX TO 1
           SEARCH DIV-ELEMENTO
               AT END
                   CONTINUE
               WHEN DIV-IDX > CUANTAS-DIVISAS
                   CONTINUE
               WHEN DIV-NUMERICO (DIV-IDX) = N24-DIVISA-NUMERICA
                   SET DIVISA-ENCONTRADA TO TRUE
           END-SEARCH.
           IF DIVISA-ENCONTRADA
               MOVE DIV-CODIGO (DIV-IDX) TO PE-DIVISA-CODIGO
           ELSE
               MOVE N24-DIVISA TO PE-DIVISA-CODIGO
               ADD 1 TO DIVISAS-SIN-CODIGO
               DISPLAY "AVISO: DIVISA " N24-DIVISA " DE LA LINEA DEL "
                   PE-DIA "/" PE-MES " NO DEFINIDA EN "
                   "MANTENIMIENTO-DIVISAS, SE GRABA CON SU CODIGO "
                   "NUMERICO"
           END-IF.
           IF PE-IMPORTE < 0
               COMPUTE PE-DIVISA-IMPORTE = 0 - N24-IMPORTE
           ELSE
               MOVE N24-IMPORTE TO PE-DIVISA-IMPORTE
           END-IF.

       GRABAR-LINEA-PENDIENTE.
           IF NOT LINEA-PENDIENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE PE-ANIO TO EX-ANIO
           MOVE PE-MES TO EX-MES
           MOVE PE-DIA TO EX-DIA
           MOVE PE-IMPORTE TO EX-IMPORTE
           MOVE PE-REFERENCIA TO EX-REFERENCIA
           MOVE PE-DIVISA-CODIGO TO EX-DIVISA-CODIGO
           MOVE PE-DIVISA-IMPORTE TO EX-DIVISA-IMPORTE
           WRITE EX-REGISTRO.
           IF EX-ESTADO NOT = "00"
               DISPLAY "ERROR AL GRABAR EL EXTRACTO, ESTADO " EX-ESTADO
           ELSE
               ADD 1 TO LINEAS-GRABADAS
           END-IF.
           MOVE "N" TO LINEA-PENDIENTE-SW.

       LEER-NORMA43.
           READ FICHERO-NORMA43
               AT END
                   SET FIN-NORMA43 TO TRUE
           END-READ.

       FINPROGRAMA.
           CLOSE CUENTAS-MAESTRO.
           IF HAY-MAESTRO
               CLOSE GASTOS-MAESTRO
           END-IF.
           GOBACK.
       END PROGRAM IMPORTA-NORMA43.
