      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Cierre mensual por cuenta: una vez conciliado el mes
      *          con CONCILIA-BANCO e impreso su LISTADO, se marca el
      *          mes como cerrado en su registro de GASTOS-CONTROL
      *          (CTL-CIERRE) y a partir de ahi CONTROL-GASTOS (alta,
      *          lote TRANSACC, correccion y anulacion),
      *          TRASPASO-CUENTAS y CARGA-EXTRACTO se niegan a
      *          anotar en el. Solo se cierra un mes cuyo ultimo
      *          SALDO del maestro cuadre con el total del control.
      *          Reabrir un mes cerrado pide el motivo; cierres y
      *          reaperturas quedan en el diario CIERRESL con fecha,
      *          hora e inicial de quien los hace. Es independiente
      *          de CIERRE-ANUAL, que archiva anios completos.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      *   15/10/2026 - La operacion del diario CIERRESL se guarda en
      *                OPERACION-DIARIO hasta abrir el fichero.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-MES.

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

           SELECT GASTOS-CONTROL ASSIGN TO "GASTOSC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS CTL-ESTADO.

           SELECT CUENTAS-MAESTRO ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS CU-ESTADO.

           SELECT FICHERO-BLOQUEOS ASSIGN TO "BLOQUEOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-CLAVE
               FILE STATUS IS BQ-ESTADO.

           SELECT DIARIO-CIERRES ASSIGN TO "CIERRESL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  GASTOS-CONTROL.
           COPY "CONTRREG.CPY".

       FD  CUENTAS-MAESTRO.
           COPY "CUENTREG.CPY".

       FD  FICHERO-BLOQUEOS.
           COPY "BLOQREG.CPY".

      ******************************************************************
      * Diario de cierres y reaperturas: una linea por operacion. La
      * operacion es C (cierre) o R (reapertura, con su motivo).
      ******************************************************************
       FD  DIARIO-CIERRES.
       01  DC-REGISTRO.
           05  DC-FECHA PIC 9(8).
           05  FILLER PIC X.
           05  DC-HORA PIC 9(6).
           05  FILLER PIC X.
           05  DC-OPERACION PIC X.
               88  DC-CIERRE VALUE "C".
               88  DC-REAPERTURA VALUE "R".
           05  FILLER PIC X.
           05  DC-CUENTA PIC 99.
           05  FILLER PIC X.
           05  DC-ANIO PIC 9(4).
           05  FILLER PIC X.
           05  DC-MES PIC 99.
           05  FILLER PIC X.
           05  DC-PERSONA PIC X.
           05  FILLER PIC X.
           05  DC-MOTIVO PIC X(40).

       WORKING-STORAGE SECTION.
       77 GM-ESTADO PIC XX VALUE "00".
       77 CTL-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 BQ-ESTADO PIC XX VALUE "00".
       77 DC-ESTADO PIC XX VALUE "00".
       77 HAY-CUENTAS-SW PIC X VALUE "N".
           88 HAY-MAESTRO-CUENTAS VALUE "S".
       77 HAY-MAESTRO-SW PIC X VALUE "N".
           88 HAY-MAESTRO VALUE "S".
       77 CUENTA PIC 99 VALUE 0.
       77 CUENTA-VALIDA-SW PIC X VALUE "N".
           88 CUENTA-VALIDA VALUE "S".
       77 NOMBRE-CUENTA PIC X(20) VALUE SPACES.
       77 ANIO PIC 9(4) VALUE 0.
       77 MES PIC 99 VALUE 0.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 MOTIVO PIC X(40) VALUE SPACES.
       77 OPERACION-DIARIO PIC X VALUE SPACE.
       77 FIN-BUSQUEDA-SW PIC X VALUE "N".
           88 FIN-BUSQUEDA VALUE "S".
       77 HAY-MOVIMIENTOS-SW PIC X VALUE "N".
           88 HAY-MOVIMIENTOS VALUE "S".
       77 ULTIMO-SALDO PIC S9(6)V99 COMP-3 VALUE 0.
       77 MOVIMIENTOS-MES PIC 9(4) COMP VALUE 0.
       77 FECHA-HOY PIC 9(8) VALUE 0.
       77 BLOQUEO-TOMADO-SW PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       77 BLOQUEOS-ABIERTO-SW PIC X VALUE "N".
           88 BLOQUEOS-ABIERTO VALUE "S".
       77 BLOQUEO-DENEGADO-SW PIC X VALUE "N".
           88 BLOQUEO-DENEGADO VALUE "S".
       77 CUENTA-BLOQUEO PIC 99 VALUE 0.
       77 PERSONA-BLOQUEO PIC X VALUE SPACE.
       77 FIN-LISTADO-CUENTAS-SW PIC X VALUE "N".
           88 FIN-LISTADO-CUENTAS VALUE "S".

       01  HORA-AHORA.
           05  HORA-HHMMSS PIC 9(6).
           05  FILLER PIC 99.

       PROCEDURE DIVISION.
       INICIO-CIERRE-MES.
           DISPLAY "CIERRE Y REAPERTURA DE UN MES"
           PERFORM ABRIR-FICHEROS.
           PERFORM PEDIR-DATOS-CIERRE.
           PERFORM TOMAR-BLOQUEO-CUENTA.

           MOVE CUENTA TO CTL-CUENTA
           MOVE ANIO TO CTL-ANIO
           MOVE MES TO CTL-MES
           READ GASTOS-CONTROL
               INVALID KEY
                   DISPLAY "EL MES " MES "/" ANIO " DE LA CUENTA "
                       CUENTA " NO TIENE REGISTRO DE CONTROL, NO HAY "
                       "NADA QUE CERRAR"
                   PERFORM FINPROGRAMA
           END-READ.

           IF CTL-MES-CERRADO
               PERFORM REABRIR-MES
           ELSE
               PERFORM CERRAR-MES
           END-IF.
           PERFORM FINPROGRAMA.

       ABRIR-FICHEROS.
           OPEN I-O GASTOS-CONTROL.
           IF CTL-ESTADO NOT = "00"
               DISPLAY "NO HAY CONTROL DE MESES GRABADO TODAVIA, "
                   "ESTADO " CTL-ESTADO
               GOBACK
           END-IF.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO = "00"
               SET HAY-MAESTRO TO TRUE
           END-IF.
           OPEN INPUT CUENTAS-MAESTRO.
           IF CU-ESTADO = "00"
               SET HAY-MAESTRO-CUENTAS TO TRUE
           END-IF.

       PEDIR-DATOS-CIERRE.
           IF NOT HAY-MAESTRO-CUENTAS
               DISPLAY "AVISO: NO EXISTE EL MAESTRO DE CUENTAS, "
                   "EJECUTA MANTENIMIENTO-CUENTAS; SE USA LA CUENTA 01"
               MOVE 1 TO CUENTA
               MOVE "GENERAL" TO NOMBRE-CUENTA
           ELSE
               DISPLAY "CUENTAS DISPONIBLES:"
               PERFORM LISTAR-CUENTAS
               DISPLAY "CUENTA DEL MES A CERRAR O REABRIR"
               ACCEPT CUENTA
               PERFORM VALIDAR-CUENTA
               PERFORM PEDIR-CUENTA-OTRA-VEZ UNTIL CUENTA-VALIDA
           END-IF.
           DISPLAY "ANIO DEL MES"
           ACCEPT ANIO.
           DISPLAY "MES"
           ACCEPT MES.
           PERFORM PEDIR-MES-OTRA-VEZ UNTIL MES >= 1 AND MES <= 12.

       PEDIR-CUENTA-OTRA-VEZ.
           DISPLAY "CUENTA NO VALIDA, VUELVE A INTRODUCIRLA"
           ACCEPT CUENTA
           PERFORM VALIDAR-CUENTA.

       PEDIR-MES-OTRA-VEZ.
           DISPLAY "MES NO VALIDO, VUELVE A INTRODUCIRLO"
           ACCEPT MES.

       VALIDAR-CUENTA.
           MOVE "N" TO CUENTA-VALIDA-SW
           IF CUENTA NOT = 0
               MOVE CUENTA TO CU-CODIGO
               READ CUENTAS-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUENTA-VALIDA TO TRUE
                       MOVE CU-NOMBRE TO NOMBRE-CUENTA
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
           DISPLAY "  " CU-CODIGO " " CU-NOMBRE.
           PERFORM LEER-SIGUIENTE-CUENTA.

       LEER-SIGUIENTE-CUENTA.
           READ CUENTAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-LISTADO-CUENTAS TO TRUE
           END-READ.

      ******************************************************************
      * Cierre: el mes tiene que cuadrar antes de congelarlo. El SALDO
      * del ultimo movimiento del mes en el maestro debe coincidir con
      * CTL-TOTAL-ACUMULADO; si no, se manda pasar VERIFICA-SALDOS.
      ******************************************************************
       CERRAR-MES.
           DISPLAY "EL MES " MES "/" ANIO " DE LA CUENTA " CUENTA
               " " NOMBRE-CUENTA " ESTA ABIERTO"
           PERFORM BUSCAR-ULTIMO-SALDO-MES.
           IF HAY-MOVIMIENTOS AND ULTIMO-SALDO NOT = CTL-TOTAL-ACUMULADO
               DISPLAY "EL ULTIMO SALDO DEL MAESTRO (" ULTIMO-SALDO
                   ") NO CUADRA CON EL TOTAL DEL CONTROL ("
                   CTL-TOTAL-ACUMULADO ")"
               DISPLAY "PASA VERIFICA-SALDOS ANTES DE CERRAR EL MES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOVIMIENTOS DEL MES: " MOVIMIENTOS-MES
               ", SALDO FINAL: " CTL-TOTAL-ACUMULADO
           DISPLAY "UNA VEZ CERRADO NO SE PODRA ANOTAR NI CORREGIR "
               "NADA EN EL, LO CIERRO (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "CIERRE CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           SET CTL-MES-CERRADO TO TRUE
           MOVE FECHA-HOY TO CTL-FECHA-CIERRE
           MOVE PERSONA-BLOQUEO TO CTL-PERSONA-CIERRE
           REWRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL CERRAR EL MES, ESTADO " CTL-ESTADO
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO MOTIVO
           MOVE "C" TO OPERACION-DIARIO
           PERFORM ANOTAR-EN-DIARIO.
           DISPLAY "MES " MES "/" ANIO " DE LA CUENTA " CUENTA
               " CERRADO".

       BUSCAR-ULTIMO-SALDO-MES.
           MOVE "N" TO HAY-MOVIMIENTOS-SW
           MOVE 0 TO MOVIMIENTOS-MES
           MOVE 0 TO ULTIMO-SALDO
           IF NOT HAY-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-BUSQUEDA-SW
           MOVE CUENTA TO GM-CUENTA
           MOVE ANIO TO GM-ANIO
           MOVE MES TO GM-MES
           MOVE 1 TO GM-DIA
           MOVE 0 TO GM-SECUENCIA
           START GASTOS-MAESTRO KEY IS NOT LESS THAN GM-CLAVE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.
           IF NOT FIN-BUSQUEDA
               PERFORM LEER-SIGUIENTE-BUSQUEDA
           END-IF.
           PERFORM ANOTAR-SALDO-MES UNTIL FIN-BUSQUEDA.

       ANOTAR-SALDO-MES.
           IF GM-CUENTA NOT = CUENTA OR GM-ANIO NOT = ANIO
               OR GM-MES NOT = MES
               SET FIN-BUSQUEDA TO TRUE
           ELSE
               SET HAY-MOVIMIENTOS TO TRUE
               ADD 1 TO MOVIMIENTOS-MES
               MOVE GM-SALDO TO ULTIMO-SALDO
               PERFORM LEER-SIGUIENTE-BUSQUEDA
           END-IF.

       LEER-SIGUIENTE-BUSQUEDA.
           READ GASTOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-BUSQUEDA TO TRUE
           END-READ.

      ******************************************************************
      * Reapertura: se dice quien y cuando lo cerro, se pide el motivo
      * (obligatorio) y queda en el diario con la inicial de quien
      * reabre.
      ******************************************************************
       REABRIR-MES.
           DISPLAY "EL MES " MES "/" ANIO " DE LA CUENTA " CUENTA
               " " NOMBRE-CUENTA " ESTA CERRADO DESDE EL "
               CTL-FECHA-CIERRE " (" CTL-PERSONA-CIERRE ")"
           DISPLAY "LO REABRO (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "EL MES SIGUE CERRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO DE LA REAPERTURA"
           ACCEPT MOTIVO.
           PERFORM PEDIR-MOTIVO-OTRA-VEZ UNTIL MOTIVO NOT = SPACES.
           MOVE "N" TO CTL-CERRADO-SW
           MOVE 0 TO CTL-FECHA-CIERRE
           MOVE SPACE TO CTL-PERSONA-CIERRE
           REWRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL REABRIR EL MES, ESTADO "
                       CTL-ESTADO
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "R" TO OPERACION-DIARIO
           PERFORM ANOTAR-EN-DIARIO.
           DISPLAY "MES " MES "/" ANIO " DE LA CUENTA " CUENTA
               " REABIERTO; CIERRALO DE NUEVO CUANDO TERMINES"
           DISPLAY "E IMPRIME OTRA VEZ SU LISTADO".

       PEDIR-MOTIVO-OTRA-VEZ.
           DISPLAY "EL MOTIVO ES OBLIGATORIO, INTRODUCELO"
           ACCEPT MOTIVO.

       ANOTAR-EN-DIARIO.
           OPEN EXTEND DIARIO-CIERRES.
           IF DC-ESTADO = "35"
               OPEN OUTPUT DIARIO-CIERRES
               CLOSE DIARIO-CIERRES
               OPEN EXTEND DIARIO-CIERRES
           END-IF.
           IF DC-ESTADO NOT = "00"
               DISPLAY "AVISO: NO SE PUEDE ABRIR EL DIARIO CIERRESL, "
                   "ESTADO " DC-ESTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DC-REGISTRO
           MOVE OPERACION-DIARIO TO DC-OPERACION
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO DC-FECHA
           MOVE HORA-HHMMSS TO DC-HORA
           MOVE CUENTA TO DC-CUENTA
           MOVE ANIO TO DC-ANIO
           MOVE MES TO DC-MES
           MOVE PERSONA-BLOQUEO TO DC-PERSONA
           MOVE MOTIVO TO DC-MOTIVO
           WRITE DC-REGISTRO.
           IF DC-ESTADO NOT = "00"
               DISPLAY "ERROR AL GRABAR EL DIARIO CIERRESL, ESTADO "
                   DC-ESTADO
           END-IF.
           CLOSE DIARIO-CIERRES.

      ******************************************************************
      * Bloqueo de la cuenta (fichero BLOQUEOS) mientras se cierra o
      * reabre, para no congelar un mes en mitad de una sesion de
      * CONTROL-GASTOS o de una carga; choca tambien con el bloqueo
      * global y ofrece liberar un bloqueo huerfano de un cuelgue.
      * La inicial que queda en el bloqueo es la que se anota en el
      * control y en el diario.
      ******************************************************************
       TOMAR-BLOQUEO-CUENTA.
           PERFORM ABRIR-BLOQUEOS.
           MOVE CUENTA TO CUENTA-BLOQUEO
           PERFORM COMPROBAR-BLOQUEO-CLAVE.
           IF NOT BLOQUEO-DENEGADO
               MOVE 0 TO CUENTA-BLOQUEO
               PERFORM COMPROBAR-BLOQUEO-CLAVE
           END-IF.
           IF BLOQUEO-DENEGADO
               DISPLAY "NO SE PUEDE CERRAR NI REABRIR MIENTRAS EL "
                   "BLOQUEO SIGA PUESTO"
               PERFORM FINPROGRAMA
           END-IF.
           PERFORM GRABAR-BLOQUEO.

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
               PERFORM FINPROGRAMA
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
           DISPLAY "TU INICIAL (QUEDA ANOTADA EN EL BLOQUEO Y EN EL "
               "DIARIO DE CIERRES)"
           ACCEPT PERSONA-BLOQUEO
           MOVE CUENTA TO BQ-CUENTA
           MOVE "CIERRE-MES" TO BQ-PROGRAMA
           MOVE PERSONA-BLOQUEO TO BQ-PERSONA
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO BQ-FECHA
           MOVE HORA-HHMMSS TO BQ-HORA
           WRITE BQ-REGISTRO
               INVALID KEY
                   DISPLAY "OTRA SESION SE HA ADELANTADO CON EL "
                       "BLOQUEO DE LA CUENTA " CUENTA
                   PERFORM FINPROGRAMA
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

       FINPROGRAMA.
           PERFORM LIBERAR-BLOQUEO.
           CLOSE GASTOS-CONTROL.
           IF HAY-MAESTRO
               CLOSE GASTOS-MAESTRO
           END-IF.
           IF HAY-MAESTRO-CUENTAS
               CLOSE CUENTAS-MAESTRO
           END-IF.
           GOBACK.
       END PROGRAM CIERRE-MES.
