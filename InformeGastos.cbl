      *                la segunda: todas las paginas quedan en 60
      *                lineas justas en vez de correrse una linea
      *                por pagina.
      *   15/10/2026 - Puede lanzarse desde la cadena nocturna
      *                CADENA-NOCTURNA: con LOTE-ACTIVO el anio y la
      *                cuenta salen del area LOTEREG; el paso falla
      *                si no se puede crear el LISTADO.
      *   15/10/2026 - El total de cada mes dice si el mes esta ABIERTO
      *                o CERRADO, leido de su registro de GASTOS-CONTROL
      *                (cierre mensual de CIERRE-MES).
      *   15/10/2026 - Los cargos partidos (GM-GRUPO) se listan juntos:
      *                una linea con el concepto original, el numero de
      *                partes y la suma, y debajo cada parte con su
      *                categoria, aunque en el dia haya otros
      *                movimientos entre ellas.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS CM-ESTADO.

           SELECT GASTOS-CONTROL ASSIGN TO "GASTOSC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS CTL-ESTADO.

           SELECT CUENTAS-MAESTRO ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".

       FD  GASTOS-CONTROL.
           COPY "CONTRREG.CPY".

       FD  CUENTAS-MAESTRO.
           COPY "CUENTREG.CPY".

       77 GM-ESTADO PIC XX VALUE "00".
       77 CM-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 CTL-ESTADO PIC XX VALUE "00".
       77 HAY-CONTROL-SW PIC X VALUE "N".
           88 HAY-CONTROL VALUE "S".
       77 ESTADO-MES PIC X(10) VALUE SPACES.
       77 HAY-CATEGORIAS-SW PIC X VALUE "N".
           88 HAY-MAESTRO-CATEGORIAS VALUE "S".
       77 HAY-CUENTAS-SW PIC X VALUE "N".
       77 LINEAS-POR-PAGINA PIC 99 VALUE 60.
       77 LINEA-ACTUAL PIC 99 VALUE 99.
       77 PAGINA PIC 9(4) VALUE 0.
       77 MOVIMIENTOS-INFORMADOS PIC 9(6) VALUE 0.
       77 GRUPO-ACTUAL PIC 99 VALUE 0.
       77 PARTES-GRUPO PIC 99 VALUE 0.
       77 IMPORTE-GRUPO PIC S9(6)V99 COMP-3 VALUE 0.
       77 FIN-GRUPO-SW PIC X VALUE "N".
           88 FIN-GRUPO VALUE "S".
       77 GRUPO-LISTADO-SW PIC X VALUE "N".
           88 GRUPO-YA-LISTADO VALUE "S".

      * Clave del primer movimiento de un cargo partido, para volver
      * a ella tras listar todas sus partes.
       01  CLAVE-GUARDADA.
           05  CG-CUENTA PIC 99.
           05  CG-ANIO PIC 9(4).
           05  CG-MES PIC 99.
           05  CG-DIA PIC 99.
           05  CG-SECUENCIA PIC 99.

      * Cargos partidos ya listados en el dia (cuenta, anio, mes, dia).
       01  GRUPOS-LISTADOS.
           05  GRL-DIA PIC X(10) VALUE SPACES.
           05  GRL-CUANTOS PIC 99 COMP VALUE 0.
           05  GRL-GRUPO PIC 99 OCCURS 99 TIMES INDEXED BY GRL-IDX.

      ******************************************************************
      * Lineas del fichero de impresion LISTADO: cabeceras de pagina,
           05  LST-DET-IMPORTE PIC +Z(5)9.99.
           05  LST-DET-SALDO PIC +Z(5)9.99.

       01  LST-CABECERA-GRUPO.
           05  LST-GRP-DIA PIC Z9.
           05  FILLER PIC XX VALUE SPACES.
           05  LST-GRP-SEC PIC Z9.
           05  FILLER PIC XX VALUE SPACES.
           05  FILLER PIC X(15) VALUE "CARGO PARTIDO (".
           05  LST-GRP-PARTES PIC Z9.
           05  FILLER PIC X(4) VALUE ")   ".
           05  LST-GRP-CONCEPTO PIC X(20).
           05  FILLER PIC XX VALUE SPACES.
           05  LST-GRP-IMPORTE PIC +Z(5)9.99.

       01  LST-TOTAL-MES.
           05  FILLER PIC X(10) VALUE "TOTAL MES ".
           05  LST-TMES-MES PIC Z9.
           05  LST-TMES-IMPORTE PIC +Z(6)9.99.
           05  FILLER PIC X(14) VALUE "  SALDO FINAL ".
           05  LST-TMES-SALDO PIC +Z(6)9.99.
           05  FILLER PIC XX VALUE SPACES.
           05  LST-TMES-ESTADO PIC X(10).

       01  LST-TOTAL-CATEGORIA.
           05  FILLER PIC X(4) VALUE SPACES.
               10  CAT-ANUAL-CODIGO PIC 99 VALUE 0.
               10  CAT-ANUAL-TOTAL PIC S9(7)V99 COMP-3 VALUE 0.

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-INFORME.
           DISPLAY "INFORME DE GASTOS"
           IF LOTE-ACTIVO
               MOVE LOTE-ANIO TO ANIO-INFORME
               MOVE LOTE-CUENTA TO CUENTA-INFORME
           ELSE
               DISPLAY "INTRODUCE EL ANIO A INFORMAR"
               ACCEPT ANIO-INFORME
               DISPLAY "INTRODUCE LA CUENTA A INFORMAR (0 = TODAS)"
               ACCEPT CUENTA-INFORME
           END-IF.
           OPEN INPUT CATEGORIAS-MAESTRO.
           IF CM-ESTADO = "00"
               SET HAY-MAESTRO-CATEGORIAS TO TRUE
           IF CU-ESTADO = "00"
               SET HAY-MAESTRO-CUENTAS TO TRUE
           END-IF.
           OPEN INPUT GASTOS-CONTROL.
           IF CTL-ESTADO = "00"
               SET HAY-CONTROL TO TRUE
           END-IF.
           PERFORM ABRIR-LISTADO.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO NOT = "00"
               UNTIL FIN-FICHERO.

           PERFORM CIERRE-INFORME.
           IF LOTE-ACTIVO
               MOVE MOVIMIENTOS-INFORMADOS TO LOTE-LEIDOS
               MOVE PAGINA TO LOTE-GRABADOS
               IF NOT HAY-LISTADO
                   MOVE 1 TO LOTE-RESULTADO
                   MOVE "NO SE PUEDE CREAR EL FICHERO LISTADO"
                       TO LOTE-MENSAJE
               END-IF
           END-IF.
           GOBACK.

       PROCESAR-MOVIMIENTO.
               MOVE 0 TO TOTAL-MES
               PERFORM REINICIAR-CATEGORIAS-MES
           END-IF.
           MOVE GM-SALDO TO SALDO-MES
           IF GM-SIN-GRUPO
               PERFORM DETALLE-MOVIMIENTO
               PERFORM LEER-SIGUIENTE-MOVIMIENTO
           ELSE
               PERFORM BUSCAR-GRUPO-LISTADO
               IF GRUPO-YA-LISTADO
                   PERFORM LEER-SIGUIENTE-MOVIMIENTO
               ELSE
                   PERFORM LISTAR-CARGO-PARTIDO
               END-IF
           END-IF.

       DETALLE-MOVIMIENTO.
           ADD 1 TO MOVIMIENTOS-INFORMADOS
           MOVE GM-CATEGORIA TO CATEGORIA-CONSULTA
           PERFORM OBTENER-NOMBRE-CATEGORIA
           DISPLAY "MES " GM-MES " DIA " GM-DIA
           ADD GM-MOVIMIENTO TO TOTAL-MES
           ADD GM-MOVIMIENTO TO TOTAL-CUENTA
           ADD GM-MOVIMIENTO TO TOTAL-ANUAL
           MOVE GM-DIA TO LST-DET-DIA
           MOVE GM-SECUENCIA TO LST-DET-SEC
           MOVE NOMBRE-CATEGORIA TO LST-DET-CATEGORIA
           MOVE LST-DETALLE TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO
           PERFORM ACUMULAR-CATEGORIA-INFORME
           PERFORM ACUMULAR-CATEGORIA-ANUAL.

      ******************************************************************
      * Cargo partido (GM-GRUPO): al llegar a su primera parte se
      * imprime una linea con el concepto original y la suma, y
      * debajo todas sus partes del dia, aunque entre ellas haya
      * otros movimientos; luego se vuelve a la clave de partida y
      * las partes que vayan saliendo se saltan (solo dan el saldo).
      ******************************************************************
       BUSCAR-GRUPO-LISTADO.
           IF GM-CLAVE (1:10) NOT = GRL-DIA
               MOVE GM-CLAVE (1:10) TO GRL-DIA
               MOVE 0 TO GRL-CUANTOS
           END-IF.
           MOVE "N" TO GRUPO-LISTADO-SW
           PERFORM COMPARAR-GRUPO-LISTADO VARYING GRL-IDX FROM 1 BY 1
               UNTIL GRUPO-YA-LISTADO OR GRL-IDX > GRL-CUANTOS.

       COMPARAR-GRUPO-LISTADO.
           IF GRL-GRUPO (GRL-IDX) = GM-GRUPO-SECUENCIA
               SET GRUPO-YA-LISTADO TO TRUE
           END-IF.

       LISTAR-CARGO-PARTIDO.
           MOVE GM-CLAVE TO CLAVE-GUARDADA
           MOVE GM-GRUPO-SECUENCIA TO GRUPO-ACTUAL
           ADD 1 TO GRL-CUANTOS
           SET GRL-IDX TO GRL-CUANTOS
           MOVE GRUPO-ACTUAL TO GRL-GRUPO (GRL-IDX)
           MOVE GM-GRUPO-CONCEPTO TO LST-GRP-CONCEPTO
           MOVE 0 TO PARTES-GRUPO
           MOVE 0 TO IMPORTE-GRUPO
           PERFORM EMPEZAR-DIA-GRUPO.
           PERFORM SUMAR-PARTE-GRUPO UNTIL FIN-GRUPO.
           DISPLAY "MES " CG-MES " DIA " CG-DIA
               " CARGO PARTIDO " GRUPO-ACTUAL " EN " PARTES-GRUPO
               " PARTES: " LST-GRP-CONCEPTO
               " IMPORTE " IMPORTE-GRUPO
           MOVE CG-DIA TO LST-GRP-DIA
           MOVE GRUPO-ACTUAL TO LST-GRP-SEC
           MOVE PARTES-GRUPO TO LST-GRP-PARTES
           MOVE IMPORTE-GRUPO TO LST-GRP-IMPORTE
           MOVE LST-CABECERA-GRUPO TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO
           PERFORM EMPEZAR-DIA-GRUPO.
           PERFORM LISTAR-PARTE-GRUPO UNTIL FIN-GRUPO.
           MOVE CLAVE-GUARDADA TO GM-CLAVE
           START GASTOS-MAESTRO KEY IS GREATER THAN GM-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-MOVIMIENTO
           END-IF.

       EMPEZAR-DIA-GRUPO.
           MOVE "N" TO FIN-GRUPO-SW
           MOVE CLAVE-GUARDADA TO GM-CLAVE
           MOVE 0 TO GM-SECUENCIA
           START GASTOS-MAESTRO KEY IS NOT LESS THAN GM-CLAVE
               INVALID KEY
                   SET FIN-GRUPO TO TRUE
           END-START.
           IF NOT FIN-GRUPO
               PERFORM LEER-SIGUIENTE-DIA-GRUPO
           END-IF.

       SUMAR-PARTE-GRUPO.
           IF GM-GRUPO-SECUENCIA = GRUPO-ACTUAL
               ADD 1 TO PARTES-GRUPO
               ADD GM-MOVIMIENTO TO IMPORTE-GRUPO
           END-IF.
           PERFORM LEER-SIGUIENTE-DIA-GRUPO.

       LISTAR-PARTE-GRUPO.
           IF GM-GRUPO-SECUENCIA = GRUPO-ACTUAL
               PERFORM DETALLE-MOVIMIENTO
           END-IF.
           PERFORM LEER-SIGUIENTE-DIA-GRUPO.

       LEER-SIGUIENTE-DIA-GRUPO.
           READ GASTOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-GRUPO TO TRUE
           END-READ.
           IF NOT FIN-GRUPO
               IF GM-CUENTA NOT = CG-CUENTA OR GM-ANIO NOT = CG-ANIO
                   OR GM-MES NOT = CG-MES OR GM-DIA NOT = CG-DIA
                   SET FIN-GRUPO TO TRUE
               END-IF
           END-IF.

       CABECERA-CUENTA.
           MOVE 0 TO TOTAL-CUENTA
           MOVE LST-LINEA-PENDIENTE TO LST-LINEA.

       FIN-DE-MES.
           PERFORM OBTENER-ESTADO-MES
           DISPLAY "----------------------------------------"
           DISPLAY "TOTAL MES " MES-ANTERIOR " MOVIMIENTOS "
               TOTAL-MES " SALDO FINAL " SALDO-MES " " ESTADO-MES
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO
           MOVE MES-ANTERIOR TO LST-TMES-MES
           MOVE TOTAL-MES TO LST-TMES-IMPORTE
           MOVE SALDO-MES TO LST-TMES-SALDO
           MOVE ESTADO-MES TO LST-TMES-ESTADO
           MOVE LST-TOTAL-MES TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO
           PERFORM TOTALES-POR-CATEGORIA-INFORME
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.

      ******************************************************************
      * Mes abierto o cerrado con CIERRE-MES segun su control; un mes
      * sin control (o sin fichero GASTOSC) se da por abierto.
      ******************************************************************
       OBTENER-ESTADO-MES.
           MOVE "ABIERTO" TO ESTADO-MES
           IF NOT HAY-CONTROL
               EXIT PARAGRAPH
           END-IF.
           MOVE CUENTA-ANTERIOR TO CTL-CUENTA
           MOVE ANIO-INFORME TO CTL-ANIO
           MOVE MES-ANTERIOR TO CTL-MES
           READ GASTOS-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-MES-CERRADO
                       MOVE "CERRADO" TO ESTADO-MES
                   END-IF
           END-READ.

       FIN-DE-CUENTA.
           IF MES-ANTERIOR NOT = 0
               PERFORM FIN-DE-MES
           IF HAY-MAESTRO-CUENTAS
               CLOSE CUENTAS-MAESTRO
           END-IF.
           IF HAY-CONTROL
               CLOSE GASTOS-CONTROL
           END-IF.
       END PROGRAM INFORME-GASTOS.
