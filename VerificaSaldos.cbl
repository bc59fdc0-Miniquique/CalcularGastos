      *                a ninguna sesion de CONTROL-GASTOS ni a otro
      *                actualizador; lo suelta al terminar y ofrece
      *                liberar bloqueos huerfanos de un cuelgue.
      *   15/10/2026 - Puede lanzarse desde la cadena nocturna
      *                CADENA-NOCTURNA: con LOTE-ACTIVO toma el modo
      *                del area LOTEREG, trata un bloqueo ajeno como
      *                denegado y da el paso por fallido si encuentra
      *                alguna discrepancia.
      *   15/10/2026 - La auditoria anota tambien la inicial de quien
      *                hace el cambio y la PERSONA y el REPARTO antes
      *                y despues del movimiento.
      *   15/10/2026 - Cada mes con control se lista como ABIERTO o
      *                CERRADO (CIERRE-MES). Las discrepancias de un mes
      *                cerrado se informan pero no se reparan ni en
      *                saldos ni en control: hay que reabrirlo antes. El
      *                control que se crea nace abierto.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 PERSONA-BLOQUEO PIC X VALUE SPACE.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 MENSAJE-FALLO PIC X(40) VALUE SPACES.
       77 MES-EN-CURSO-CERRADO-SW PIC X VALUE "N".
           88 MES-EN-CURSO-CERRADO VALUE "S".

       01  HORA-AHORA.
           05  HORA-HHMMSS PIC 9(6).
               10  VM-CONTROL-VISTO-SW PIC X VALUE "N".
                   88  VM-CONTROL-VISTO VALUE "S".

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-VERIFICACION.
           DISPLAY "VERIFICACION DE SALDOS Y CONTROLES"
           IF LOTE-ACTIVO
               MOVE LOTE-MODO TO MODO-VERIFICACION
           ELSE
               DISPLAY "SOLO (I)NFORMAR O INFORMAR Y (R)EPARAR"
               ACCEPT MODO-VERIFICACION
           END-IF.

           IF MODO-REPARAR
               PERFORM TOMAR-BLOQUEO-GLOBAL
           OPEN I-O GASTOS-MAESTRO.
           IF GM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR EL MAESTRO, ESTADO " GM-ESTADO
               MOVE "NO SE PUEDE ABRIR GASTOSM" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM LIBERAR-BLOQUEO
               GOBACK
           END-IF.
           IF CTL-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR EL CONTROL, ESTADO "
                   CTL-ESTADO
               MOVE "NO SE PUEDE ABRIR GASTOSC" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               CLOSE GASTOS-MAESTRO
               PERFORM LIBERAR-BLOQUEO
               GOBACK
               END-IF
           END-IF.
           DISPLAY "========================================".
           IF LOTE-ACTIVO
               MOVE DISCREPANCIAS TO LOTE-INCIDENCIAS
               MOVE REPARACIONES TO LOTE-GRABADOS
               IF DISCREPANCIAS > 0
                   MOVE "LA VERIFICACION ENCUENTRA DISCREPANCIAS"
                       TO MENSAJE-FALLO
                   PERFORM ANOTAR-FALLO-LOTE
               END-IF
           END-IF.

           CLOSE GASTOS-MAESTRO.
           CLOSE GASTOS-CONTROL.
           IF BLOQUEO-DENEGADO
               DISPLAY "NO SE PUEDE REPARAR MIENTRAS EL BLOQUEO "
                   "SIGA PUESTO"
               MOVE "BLOQUEO GLOBAL DENEGADO" TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               PERFORM LIBERAR-BLOQUEO
               GOBACK
           END-IF.
           IF BQ-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR EL FICHERO DE BLOQUEOS, "
                   "ESTADO " BQ-ESTADO
               MOVE "NO SE PUEDE ABRIR EL FICHERO BLOQUEOS"
                   TO MENSAJE-FALLO
               PERFORM ANOTAR-FALLO-LOTE
               GOBACK
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

       GRABAR-BLOQUEO-GLOBAL.
           IF LOTE-ACTIVO
               MOVE LOTE-PERSONA TO PERSONA-BLOQUEO
           ELSE
               DISPLAY "TU INICIAL (QUEDA ANOTADA EN EL BLOQUEO)"
               ACCEPT PERSONA-BLOQUEO
           END-IF.
           MOVE 0 TO BQ-CUENTA
           MOVE "VERIFICA-SALDOS" TO BQ-PROGRAMA
           MOVE PERSONA-BLOQUEO TO BQ-PERSONA
               INVALID KEY
                   DISPLAY "OTRA SESION SE HA ADELANTADO CON EL "
                       "BLOQUEO GLOBAL"
                   MOVE "BLOQUEO GLOBAL DENEGADO" TO MENSAJE-FALLO
                   PERFORM ANOTAR-FALLO-LOTE
                   PERFORM LIBERAR-BLOQUEO
                   GOBACK
               NOT INVALID KEY
               MOVE "N" TO BLOQUEOS-ABIERTO-SW
           END-IF.

       ANOTAR-FALLO-LOTE.
           IF LOTE-ACTIVO
               MOVE 1 TO LOTE-RESULTADO
               MOVE MENSAJE-FALLO TO LOTE-MENSAJE
           END-IF.

       ABRIR-AUDITORIA.
           OPEN EXTEND GASTOS-AUDITORIA.
           IF AU-ESTADO = "35"
                   ": GRABADO " GM-SALDO
                   " CALCULADO " SALDO-CALCULADO
               IF MODO-REPARAR
                   IF MES-EN-CURSO-CERRADO
                       DISPLAY "  MES CERRADO, NO SE REPARA"
                   ELSE
                       PERFORM REPARAR-SALDO-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-SIGUIENTE-MAESTRO.
           MOVE GM-DESCRIPCION TO AU-DESCRIPCION-ANTES
           MOVE GM-MOVIMIENTO TO AU-MOVIMIENTO-ANTES
           MOVE GM-SALDO TO AU-SALDO-ANTES
           MOVE GM-PERSONA TO AU-PERSONA-ANTES
           MOVE GM-REPARTO TO AU-REPARTO-ANTES
           MOVE SALDO-CALCULADO TO GM-SALDO
           REWRITE GM-REGISTRO
               INVALID KEY
           MOVE GM-DESCRIPCION TO AU-DESCRIPCION-DESPUES
           MOVE GM-MOVIMIENTO TO AU-MOVIMIENTO-DESPUES
           MOVE GM-SALDO TO AU-SALDO-DESPUES
           MOVE GM-PERSONA TO AU-PERSONA-DESPUES
           MOVE GM-REPARTO TO AU-REPARTO-DESPUES
           MOVE PERSONA-BLOQUEO TO AU-USUARIO
           MOVE "C" TO AU-OPERACION
           SET AU-ORIGEN-RECALCULO TO TRUE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE 0 TO ULTIMO-DIA-VISTO
           PERFORM OBTENER-APERTURA-MES
           MOVE SALDO-APERTURA TO SALDO-CALCULADO.
           MOVE "N" TO MES-EN-CURSO-CERRADO-SW
           MOVE CUENTA-EN-CURSO TO CTL-CUENTA
           MOVE ANIO-EN-CURSO TO CTL-ANIO
           MOVE MES-EN-CURSO TO CTL-MES
           READ GASTOS-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-MES-CERRADO
                       SET MES-EN-CURSO-CERRADO TO TRUE
                   END-IF
           END-READ.

       OBTENER-APERTURA-MES.
           MOVE 0 TO SALDO-APERTURA
           PERFORM VERIFICAR-UN-CONTROL UNTIL FIN-CONTROL.

       VERIFICAR-UN-CONTROL.
           IF CTL-MES-CERRADO
               DISPLAY "MES " CTL-MES "/" CTL-ANIO " CUENTA "
                   CTL-CUENTA ": CERRADO EL " CTL-FECHA-CIERRE " ("
                   CTL-PERSONA-CIERRE ")"
           ELSE
               DISPLAY "MES " CTL-MES "/" CTL-ANIO " CUENTA "
                   CTL-CUENTA ": ABIERTO"
           END-IF.
           PERFORM BUSCAR-MES-DE-CONTROL.
           IF MES-ENCONTRADO
               MOVE "S" TO VM-CONTROL-VISTO-SW (VM-IDX)
               END-IF
           END-IF.

      * Un mes cerrado con CIERRE-MES no se toca: hay que reabrirlo.
       REESCRIBIR-CONTROL.
           IF CTL-MES-CERRADO
               DISPLAY "  MES CERRADO, NO SE REPARA"
               EXIT PARAGRAPH
           END-IF.
           REWRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL REPARAR EL CONTROL DE "
                   MOVE 0 TO CTL-PRESUPUESTO
                   MOVE VM-ULTIMO-DIA (VM-IDX) TO CTL-ULTIMO-DIA
                   MOVE VM-SALDO-FINAL (VM-IDX) TO CTL-TOTAL-ACUMULADO
                   MOVE "N" TO CTL-CERRADO-SW
                   MOVE 0 TO CTL-FECHA-CIERRE
                   MOVE SPACE TO CTL-PERSONA-CIERRE
                   WRITE CTL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL CREAR EL CONTROL DE "
