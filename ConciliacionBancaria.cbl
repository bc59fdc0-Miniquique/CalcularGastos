      *                devolver el control cuando lo llama el menu
      *                MENU-GASTOS y seguir funcionando igual en
      *                solitario.
      *   15/10/2026 - Los cargos partidos (GM-GRUPO) no cuadran parte a
      *                parte: si una linea no casa con un movimiento
      *                suelto se prueba con la suma de las partes de
      *                cada grupo de ese dia y, si coincide, cuadran
      *                todas.
      *   15/10/2026 - El registro del EXTRACTO lleva la divisa y el
      *                importe original, como lo graba IMPORTA-NORMA43.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  EX-DIA PIC 99.
           05  EX-IMPORTE PIC S9(6)V99.
           05  EX-REFERENCIA PIC X(20).
      *    Pago en moneda extranjera (registro 24 del Norma 43); en
      *    blanco en los extractos en euros y en los de antes.
           05  EX-DIVISA-CODIGO PIC X(3).
           05  EX-DIVISA-IMPORTE PIC S9(9)V99.

       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".
      * ingresos ni gastos reales y se listan aparte.
       77 CATEGORIA-TRASPASO PIC 99 VALUE 98.
       77 IDX-CUADRE PIC 9(4) COMP VALUE 0.
       77 IDX-GRUPO PIC 9(4) COMP VALUE 0.
       77 GRUPO-BUSCADO PIC 99 VALUE 0.
       77 SUMA-GRUPO PIC S9(7)V99 COMP-3 VALUE 0.
       77 PARTES-GRUPO PIC 99 VALUE 0.

       01  CON-TABLA.
           05  CON-ELEMENTO OCCURS 500 TIMES INDEXED BY CON-IDX.
               10  CON-IMPORTE PIC S9(6)V99 COMP-3.
               10  CON-CUADRADO-SW PIC X.
                   88  CON-CUADRADO VALUE "S".
               10  CON-GRUPO PIC 99.
               10  CON-GRUPO-CONCEPTO PIC X(20).

       PROCEDURE DIVISION.
       INICIO-CONCILIACION.
                   MOVE GM-DESCRIPCION TO CON-DESCRIPCION (CON-IDX)
                   MOVE GM-MOVIMIENTO TO CON-IMPORTE (CON-IDX)
                   MOVE "N" TO CON-CUADRADO-SW (CON-IDX)
                   MOVE GM-GRUPO-SECUENCIA TO CON-GRUPO (CON-IDX)
                   MOVE GM-GRUPO-CONCEPTO
                       TO CON-GRUPO-CONCEPTO (CON-IDX)
                   PERFORM LEER-SIGUIENTE-MAESTRO
               END-IF
           END-IF.
               ADD 1 TO LINEAS-OTRO-MES
           ELSE
               PERFORM BUSCAR-MOVIMIENTO-LINEA
               IF NOT EMPAREJADO
                   PERFORM BUSCAR-GRUPO-LINEA
               END-IF
               EVALUATE TRUE
                   WHEN NOT EMPAREJADO
                       ADD 1 TO EXTRACTO-SIN-MOVIMIENTO
                       DISPLAY "SIN MOVIMIENTO EN EL MAESTRO: DIA "
                           EX-DIA " IMPORTE " EX-IMPORTE
                           " " EX-REFERENCIA
                   WHEN PARTES-GRUPO > 0
                       ADD 1 TO CUADRADOS
                       DISPLAY "CUADRA    DIA " EX-DIA
                           " IMPORTE " EX-IMPORTE
                           " " EX-REFERENCIA
                           " (CARGO PARTIDO EN " PARTES-GRUPO
                           " MOVIMIENTOS: "
                           CON-GRUPO-CONCEPTO (IDX-CUADRE) ")"
                   WHEN OTHER
                       ADD 1 TO CUADRADOS
                       DISPLAY "CUADRA    DIA " EX-DIA
                           " IMPORTE " EX-IMPORTE
                           " " EX-REFERENCIA
                           " (MOV " CON-SECUENCIA (IDX-CUADRE)
                           " " CON-DESCRIPCION (IDX-CUADRE) ")"
               END-EVALUATE
           END-IF.
           PERFORM LEER-LINEA-EXTRACTO.

       BUSCAR-MOVIMIENTO-LINEA.
           MOVE "N" TO EMPAREJADO-SW
           MOVE 0 TO PARTES-GRUPO
           IF CUANTOS-MOVIMIENTOS > 0
               PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL EMPAREJADO
                   IF CON-DIA (CON-IDX) = EX-DIA
                       AND CON-IMPORTE (CON-IDX) = EX-IMPORTE
                       AND NOT CON-CUADRADO (CON-IDX)
                       AND CON-GRUPO (CON-IDX) = 0
                       SET EMPAREJADO TO TRUE
                       SET CON-CUADRADO (CON-IDX) TO TRUE
                       SET IDX-CUADRE TO CON-IDX
               END-PERFORM
           END-IF.

      ******************************************************************
      * Cargo partido (GM-GRUPO): sus partes no cuadran una a una con
      * el banco; se suman las partes todavia sin cuadrar de cada
      * grupo del dia de la linea y, si la suma es el importe de la
      * linea, cuadran todas a la vez.
      ******************************************************************
       BUSCAR-GRUPO-LINEA.
           MOVE 0 TO PARTES-GRUPO
           PERFORM PROBAR-GRUPO-LINEA VARYING CON-IDX FROM 1 BY 1
               UNTIL EMPAREJADO OR CON-IDX > CUANTOS-MOVIMIENTOS.

       PROBAR-GRUPO-LINEA.
           IF CON-DIA (CON-IDX) = EX-DIA
               AND CON-GRUPO (CON-IDX) NOT = 0
               AND NOT CON-CUADRADO (CON-IDX)
               MOVE CON-GRUPO (CON-IDX) TO GRUPO-BUSCADO
               MOVE 0 TO SUMA-GRUPO
               MOVE 0 TO PARTES-GRUPO
               PERFORM SUMAR-PARTE-GRUPO VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > CUANTOS-MOVIMIENTOS
               IF SUMA-GRUPO = EX-IMPORTE
                   SET EMPAREJADO TO TRUE
                   SET IDX-CUADRE TO CON-IDX
                   PERFORM MARCAR-PARTE-GRUPO
                       VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL IDX-GRUPO > CUANTOS-MOVIMIENTOS
               END-IF
           END-IF.

       SUMAR-PARTE-GRUPO.
           IF CON-DIA (IDX-GRUPO) = EX-DIA
               AND CON-GRUPO (IDX-GRUPO) = GRUPO-BUSCADO
               AND NOT CON-CUADRADO (IDX-GRUPO)
               ADD CON-IMPORTE (IDX-GRUPO) TO SUMA-GRUPO
               ADD 1 TO PARTES-GRUPO
           END-IF.

       MARCAR-PARTE-GRUPO.
           IF CON-DIA (IDX-GRUPO) = EX-DIA
               AND CON-GRUPO (IDX-GRUPO) = GRUPO-BUSCADO
               SET CON-CUADRADO (IDX-GRUPO) TO TRUE
           END-IF.

       LISTAR-MOVIMIENTOS-SIN-EXTRACTO.
           DISPLAY "----------------------------------------"
           DISPLAY "MOVIMIENTOS DEL MAESTRO SIN LINEA EN EL EXTRACTO:"
                           " " CON-DESCRIPCION (CON-IDX)
                           " IMPORTE " CON-IMPORTE (CON-IDX)
                   END-IF
                   IF CON-GRUPO (CON-IDX) NOT = 0
                       DISPLAY "    PARTE DEL CARGO PARTIDO "
                           CON-GRUPO (CON-IDX) " "
                           CON-GRUPO-CONCEPTO (CON-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF MOVIMIENTO-SIN-EXTRACTO = 0
