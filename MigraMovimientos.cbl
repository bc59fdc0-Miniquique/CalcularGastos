      * Tectonics: cobc
      * Modification History:
      *   03/09/2026 - Primera version.
      *   15/10/2026 - Convierte tambien GASTOSC al registro de control
      *                con el cierre mensual de CIERRE-MES (puente
      *                MIGRAGC); los meses convertidos quedan
      *                abiertos.
      *   15/10/2026 - Convierte tambien CUENTAS al registro con la
      *                cuenta del banco de IMPORTA-NORMA43 (puente
      *                MIGRACU); las cuentas convertidas quedan sin
      *                banco hasta informarlo en MANTENIMIENTO-CUENTAS.
      *   15/10/2026 - Convierte tambien CATEGM al registro con la marca
      *                y el epigrafe fiscal de INFORME-RENTA (puente
      *                MIGRACM); las categorias convertidas quedan como
      *                no fiscales.
      *   15/10/2026 - Convierte tambien los GASTOSM y GASTOSH que ya
      *                tienen persona y reparto pero no el grupo de
      *                cargo partido; los movimientos convertidos quedan
      *                sin grupo.
      *   15/10/2026 - Convierte tambien los GASTOSM y GASTOSH que ya
      *                tienen el grupo de cargo partido pero no la
      *                divisa; los movimientos convertidos quedan en
      *                euros.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS VH-ESTADO.

           SELECT MAESTRO-PERSONA ASSIGN TO "GASTOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VPM-CLAVE
               FILE STATUS IS VPM-ESTADO.

           SELECT HISTORICO-PERSONA ASSIGN TO "GASTOSH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VPH-CLAVE
               FILE STATUS IS VPH-ESTADO.

           SELECT MAESTRO-GRUPO ASSIGN TO "GASTOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VGM-CLAVE
               FILE STATUS IS VGM-ESTADO.

           SELECT HISTORICO-GRUPO ASSIGN TO "GASTOSH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VGH-CLAVE
               FILE STATUS IS VGH-ESTADO.

           SELECT GASTOS-MAESTRO ASSIGN TO "GASTOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CLAVE
               FILE STATUS IS GH-ESTADO.

           SELECT CONTROL-VIEJO ASSIGN TO "GASTOSC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CLAVE
               FILE STATUS IS VC-ESTADO.

           SELECT GASTOS-CONTROL ASSIGN TO "GASTOSC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS CTL-ESTADO.

           SELECT CUENTAS-VIEJO ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VU-CLAVE
               FILE STATUS IS VU-ESTADO.

           SELECT CUENTAS-MAESTRO ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS CU-ESTADO.

           SELECT CATEGORIAS-VIEJO ASSIGN TO "CATEGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-CLAVE
               FILE STATUS IS VT-ESTADO.

           SELECT CATEGORIAS-MAESTRO ASSIGN TO "CATEGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS CM-ESTADO.

           SELECT PUENTE-MAESTRO ASSIGN TO "MIGRAGM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PM-ESTADO.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PH-ESTADO.

           SELECT PUENTE-CONTROL ASSIGN TO "MIGRAGC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PC-ESTADO.

           SELECT PUENTE-CUENTAS ASSIGN TO "MIGRACU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PU-ESTADO.

           SELECT PUENTE-CATEGORIAS ASSIGN TO "MIGRACM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PT-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           05  VH-MOVIMIENTO PIC S9(6)V99 COMP-3.
           05  VH-SALDO PIC S9(6)V99 COMP-3.

      ******************************************************************
      * Trazado INTERMEDIO de GASTOREG: ya con PERSONA y REPARTO pero
      * todavia sin el grupo de los cargos partidos.
      ******************************************************************
       FD  MAESTRO-PERSONA.
       01  VPM-REGISTRO.
           05  VPM-CLAVE.
               10  VPM-CUENTA PIC 99.
               10  VPM-ANIO PIC 9(4).
               10  VPM-MES PIC 99.
               10  VPM-DIA PIC 99.
               10  VPM-SECUENCIA PIC 99.
           05  VPM-CATEGORIA PIC 99.
           05  VPM-DESCRIPCION PIC X(20).
           05  VPM-MOVIMIENTO PIC S9(6)V99 COMP-3.
           05  VPM-SALDO PIC S9(6)V99 COMP-3.
           05  VPM-PERSONA PIC X.
           05  VPM-REPARTO PIC X.

       FD  HISTORICO-PERSONA.
       01  VPH-REGISTRO.
           05  VPH-CLAVE.
               10  VPH-CUENTA PIC 99.
               10  VPH-ANIO PIC 9(4).
               10  VPH-MES PIC 99.
               10  VPH-DIA PIC 99.
               10  VPH-SECUENCIA PIC 99.
           05  VPH-CATEGORIA PIC 99.
           05  VPH-DESCRIPCION PIC X(20).
           05  VPH-MOVIMIENTO PIC S9(6)V99 COMP-3.
           05  VPH-SALDO PIC S9(6)V99 COMP-3.
           05  VPH-PERSONA PIC X.
           05  VPH-REPARTO PIC X.

      ******************************************************************
      * Trazado INTERMEDIO de GASTOREG con el grupo de los cargos
      * partidos pero todavia sin la divisa.
      ******************************************************************
       FD  MAESTRO-GRUPO.
       01  VGM-REGISTRO.
           05  VGM-CLAVE.
               10  VGM-CUENTA PIC 99.
               10  VGM-ANIO PIC 9(4).
               10  VGM-MES PIC 99.
               10  VGM-DIA PIC 99.
               10  VGM-SECUENCIA PIC 99.
           05  VGM-CATEGORIA PIC 99.
           05  VGM-DESCRIPCION PIC X(20).
           05  VGM-MOVIMIENTO PIC S9(6)V99 COMP-3.
           05  VGM-SALDO PIC S9(6)V99 COMP-3.
           05  VGM-PERSONA PIC X.
           05  VGM-REPARTO PIC X.
           05  VGM-GRUPO-SECUENCIA PIC 99.
           05  VGM-GRUPO-CONCEPTO PIC X(20).

       FD  HISTORICO-GRUPO.
       01  VGH-REGISTRO.
           05  VGH-CLAVE.
               10  VGH-CUENTA PIC 99.
               10  VGH-ANIO PIC 9(4).
               10  VGH-MES PIC 99.
               10  VGH-DIA PIC 99.
               10  VGH-SECUENCIA PIC 99.
           05  VGH-CATEGORIA PIC 99.
           05  VGH-DESCRIPCION PIC X(20).
           05  VGH-MOVIMIENTO PIC S9(6)V99 COMP-3.
           05  VGH-SALDO PIC S9(6)V99 COMP-3.
           05  VGH-PERSONA PIC X.
           05  VGH-REPARTO PIC X.
           05  VGH-GRUPO-SECUENCIA PIC 99.
           05  VGH-GRUPO-CONCEPTO PIC X(20).

      ******************************************************************
      * Trazado ANTIGUO de CONTRREG, antes del cierre mensual.
      ******************************************************************
       FD  CONTROL-VIEJO.
       01  VC-REGISTRO.
           05  VC-CLAVE.
               10  VC-CUENTA PIC 99.
               10  VC-ANIO PIC 9(4).
               10  VC-MES PIC 99.
           05  VC-PRESUPUESTO PIC S9(6)V99 COMP-3.
           05  VC-ULTIMO-DIA PIC 99.
           05  VC-TOTAL-ACUMULADO PIC S9(6)V99 COMP-3.

      ******************************************************************
      * Trazado ANTIGUO de CUENTREG, antes de la cuenta del banco.
      ******************************************************************
       FD  CUENTAS-VIEJO.
       01  VU-REGISTRO.
           05  VU-CLAVE.
               10  VU-CODIGO PIC 99.
           05  VU-NOMBRE PIC X(20).
           05  VU-SALDO-APERTURA PIC S9(6)V99 COMP-3.

      ******************************************************************
      * Trazado ANTIGUO de CATREG, antes de la marca fiscal.
      ******************************************************************
       FD  CATEGORIAS-VIEJO.
       01  VT-REGISTRO.
           05  VT-CLAVE.
               10  VT-CODIGO PIC 99.
           05  VT-NOMBRE PIC X(20).
           05  VT-ACTIVA PIC X.

       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  PUENTE-HISTORICO.
       01  PH-REGISTRO PIC X(100).

       FD  GASTOS-CONTROL.
           COPY "CONTRREG.CPY".

       FD  PUENTE-CONTROL.
       01  PC-REGISTRO PIC X(100).

       FD  CUENTAS-MAESTRO.
           COPY "CUENTREG.CPY".

       FD  PUENTE-CUENTAS.
       01  PU-REGISTRO PIC X(100).

       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".

       FD  PUENTE-CATEGORIAS.
       01  PT-REGISTRO PIC X(100).

       WORKING-STORAGE SECTION.
       77 VJ-ESTADO PIC XX VALUE "00".
       77 VH-ESTADO PIC XX VALUE "00".
       77 VPM-ESTADO PIC XX VALUE "00".
       77 VPH-ESTADO PIC XX VALUE "00".
       77 VGM-ESTADO PIC XX VALUE "00".
       77 VGH-ESTADO PIC XX VALUE "00".
       77 GM-ESTADO PIC XX VALUE "00".
       77 GH-ESTADO PIC XX VALUE "00".
       77 PM-ESTADO PIC XX VALUE "00".
       77 PH-ESTADO PIC XX VALUE "00".
       77 VC-ESTADO PIC XX VALUE "00".
       77 CTL-ESTADO PIC XX VALUE "00".
       77 PC-ESTADO PIC XX VALUE "00".
       77 VU-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 PU-ESTADO PIC XX VALUE "00".
       77 VT-ESTADO PIC XX VALUE "00".
       77 CM-ESTADO PIC XX VALUE "00".
       77 PT-ESTADO PIC XX VALUE "00".
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 FIN-FICHERO-SW PIC X VALUE "N".
           88 FIN-FICHERO VALUE "S".
       77 REGISTROS-VOLCADOS PIC 9(6) VALUE 0.
       77 VOLCADO-SW PIC X VALUE "N".
           88 HAY-VOLCADO VALUE "S".
       77 REGISTROS-CARGADOS PIC 9(6) VALUE 0.

      ******************************************************************
      ******************************************************************
           COPY "GASTOREG.CPY" REPLACING LEADING ==GM== BY ==NGM==.

      ******************************************************************
      * Y el del control con el trazado NUEVO.
      ******************************************************************
           COPY "CONTRREG.CPY" REPLACING LEADING ==CTL== BY ==NCTL==.

      ******************************************************************
      * Y el de cuentas con el trazado NUEVO.
      ******************************************************************
           COPY "CUENTREG.CPY" REPLACING LEADING ==CU== BY ==NCU==.

      ******************************************************************
      * Y el de categorias con el trazado NUEVO.
      ******************************************************************
           COPY "CATREG.CPY" REPLACING LEADING ==CM== BY ==NCM==.

       PROCEDURE DIVISION.
       INICIO-MIGRACION.
           DISPLAY "MIGRACION DE GASTOSM Y GASTOSH AL REGISTRO CON "
               "PERSONA, REPARTO, GRUPO DE CARGO PARTIDO Y DIVISA"
           DISPLAY "Y DE GASTOSC AL REGISTRO CON CIERRE MENSUAL"
           DISPLAY "Y DE CUENTAS AL REGISTRO CON CUENTA DEL BANCO"
           DISPLAY "Y DE CATEGM AL REGISTRO CON MARCA FISCAL"
           DISPLAY "LOS FICHEROS SE RECONSTRUYEN EN EL SITIO Y LOS "
               "PUENTES MIGRAGM/MIGRAGH/MIGRAGC/MIGRACU/MIGRACM SE "
               "CONSERVAN"
           DISPLAY "NO DEBE HABER NINGUNA OTRA SESION ABIERTA, "
               "CONFIRMAS (S/N)"
           ACCEPT RESPUESTA.

           PERFORM MIGRAR-MAESTRO.
           PERFORM MIGRAR-HISTORICO.
           PERFORM MIGRAR-CONTROL.
           PERFORM MIGRAR-CUENTAS.
           PERFORM MIGRAR-CATEGORIAS.

           DISPLAY "========================================"
           DISPLAY "MIGRACION TERMINADA; PASA VERIFICA-SALDOS PARA "
      * recarga con el trazado nuevo.
      ******************************************************************
       MIGRAR-MAESTRO.
           MOVE "N" TO VOLCADO-SW
           MOVE 0 TO REGISTROS-VOLCADOS
           OPEN INPUT MAESTRO-VIEJO.
           EVALUATE VJ-ESTADO
               WHEN "00"
                   PERFORM VOLCAR-MAESTRO-VIEJO
               WHEN "35"
                   DISPLAY "GASTOSM NO EXISTE, NADA QUE MIGRAR"
               WHEN "39"
                   PERFORM VOLCAR-MAESTRO-PERSONA
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSM, ESTADO "
                       VJ-ESTADO
           END-EVALUATE.
           IF NOT HAY-VOLCADO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GASTOSM: " REGISTROS-VOLCADOS
               " REGISTROS VOLCADOS A MIGRAGM".

                   "REVISA MIGRAGM ANTES DE SEGUIR"
           END-IF.

      ******************************************************************
      * Volcado de un GASTOSM con el trazado ANTIGUO (sin persona).
      ******************************************************************
       VOLCAR-MAESTRO-VIEJO.
           OPEN OUTPUT PUENTE-MAESTRO.
           IF PM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGM, ESTADO "
                   PM-ESTADO
               CLOSE MAESTRO-VIEJO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-VIEJO.
           PERFORM VOLCAR-UN-VIEJO UNTIL FIN-FICHERO.
           CLOSE MAESTRO-VIEJO.
           CLOSE PUENTE-MAESTRO.
           SET HAY-VOLCADO TO TRUE.

      ******************************************************************
      * El trazado antiguo da 39: se prueba con el INTERMEDIO (con
      * persona, sin grupo); si tambien da 39, con el siguiente.
      ******************************************************************
       VOLCAR-MAESTRO-PERSONA.
           OPEN INPUT MAESTRO-PERSONA.
           EVALUATE VPM-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "39"
                   PERFORM VOLCAR-MAESTRO-GRUPO
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSM, ESTADO "
                       VPM-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-MAESTRO.
           IF PM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGM, ESTADO "
                   PM-ESTADO
               CLOSE MAESTRO-PERSONA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-PERSONA.
           PERFORM VOLCAR-UN-PERSONA UNTIL FIN-FICHERO.
           CLOSE MAESTRO-PERSONA.
           CLOSE PUENTE-MAESTRO.
           SET HAY-VOLCADO TO TRUE.

       VOLCAR-UN-PERSONA.
           MOVE VPM-CUENTA TO NGM-CUENTA
           MOVE VPM-ANIO TO NGM-ANIO
           MOVE VPM-MES TO NGM-MES
           MOVE VPM-DIA TO NGM-DIA
           MOVE VPM-SECUENCIA TO NGM-SECUENCIA
           MOVE VPM-CATEGORIA TO NGM-CATEGORIA
           MOVE VPM-DESCRIPCION TO NGM-DESCRIPCION
           MOVE VPM-MOVIMIENTO TO NGM-MOVIMIENTO
           MOVE VPM-SALDO TO NGM-SALDO
           MOVE VPM-PERSONA TO NGM-PERSONA
           MOVE VPM-REPARTO TO NGM-REPARTO
           MOVE 0 TO NGM-GRUPO-SECUENCIA
           MOVE SPACES TO NGM-GRUPO-CONCEPTO
           MOVE SPACES TO NGM-DIVISA-CODIGO
           MOVE 0 TO NGM-DIVISA-IMPORTE
           MOVE 0 TO NGM-DIVISA-CAMBIO
           MOVE NGM-REGISTRO TO PM-REGISTRO
           WRITE PM-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-PERSONA.

       LEER-SIGUIENTE-PERSONA.
           READ MAESTRO-PERSONA NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * El trazado con persona tambien da 39: se prueba con el que ya
      * lleva el grupo pero no la divisa; si da 39 ya esta en el nuevo.
      ******************************************************************
       VOLCAR-MAESTRO-GRUPO.
           OPEN INPUT MAESTRO-GRUPO.
           EVALUATE VGM-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "39"
                   DISPLAY "GASTOSM YA ESTA EN EL TRAZADO NUEVO, "
                       "NO SE TOCA"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSM, ESTADO "
                       VGM-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-MAESTRO.
           IF PM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGM, ESTADO "
                   PM-ESTADO
               CLOSE MAESTRO-GRUPO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-GRUPO.
           PERFORM VOLCAR-UN-GRUPO UNTIL FIN-FICHERO.
           CLOSE MAESTRO-GRUPO.
           CLOSE PUENTE-MAESTRO.
           SET HAY-VOLCADO TO TRUE.

       VOLCAR-UN-GRUPO.
           MOVE VGM-CUENTA TO NGM-CUENTA
           MOVE VGM-ANIO TO NGM-ANIO
           MOVE VGM-MES TO NGM-MES
           MOVE VGM-DIA TO NGM-DIA
           MOVE VGM-SECUENCIA TO NGM-SECUENCIA
           MOVE VGM-CATEGORIA TO NGM-CATEGORIA
           MOVE VGM-DESCRIPCION TO NGM-DESCRIPCION
           MOVE VGM-MOVIMIENTO TO NGM-MOVIMIENTO
           MOVE VGM-SALDO TO NGM-SALDO
           MOVE VGM-PERSONA TO NGM-PERSONA
           MOVE VGM-REPARTO TO NGM-REPARTO
           MOVE VGM-GRUPO-SECUENCIA TO NGM-GRUPO-SECUENCIA
           MOVE VGM-GRUPO-CONCEPTO TO NGM-GRUPO-CONCEPTO
           MOVE SPACES TO NGM-DIVISA-CODIGO
           MOVE 0 TO NGM-DIVISA-IMPORTE
           MOVE 0 TO NGM-DIVISA-CAMBIO
           MOVE NGM-REGISTRO TO PM-REGISTRO
           WRITE PM-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-GRUPO.

       LEER-SIGUIENTE-GRUPO.
           READ MAESTRO-GRUPO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       VOLCAR-UN-VIEJO.
           MOVE VJ-CUENTA TO NGM-CUENTA
           MOVE VJ-ANIO TO NGM-ANIO
           MOVE VJ-SALDO TO NGM-SALDO
           MOVE SPACE TO NGM-PERSONA
           MOVE SPACE TO NGM-REPARTO
           MOVE 0 TO NGM-GRUPO-SECUENCIA
           MOVE SPACES TO NGM-GRUPO-CONCEPTO
           MOVE SPACES TO NGM-DIVISA-CODIGO
           MOVE 0 TO NGM-DIVISA-IMPORTE
           MOVE 0 TO NGM-DIVISA-CAMBIO
           MOVE NGM-REGISTRO TO PM-REGISTRO
           WRITE PM-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
      * GASTOSH: misma mecanica con el puente MIGRAGH.
      ******************************************************************
       MIGRAR-HISTORICO.
           MOVE "N" TO VOLCADO-SW
           MOVE 0 TO REGISTROS-VOLCADOS
           OPEN INPUT HISTORICO-VIEJO.
           EVALUATE VH-ESTADO
               WHEN "00"
                   PERFORM VOLCAR-HISTORICO-VIEJO
               WHEN "35"
                   DISPLAY "GASTOSH NO EXISTE, NADA QUE MIGRAR"
               WHEN "39"
                   PERFORM VOLCAR-HISTORICO-PERSONA
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSH, ESTADO "
                       VH-ESTADO
           END-EVALUATE.
           IF NOT HAY-VOLCADO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GASTOSH: " REGISTROS-VOLCADOS
               " REGISTROS VOLCADOS A MIGRAGH".

                   "REVISA MIGRAGH ANTES DE SEGUIR"
           END-IF.

      ******************************************************************
      * Volcado de un GASTOSH con el trazado ANTIGUO (sin persona).
      ******************************************************************
       VOLCAR-HISTORICO-VIEJO.
           OPEN OUTPUT PUENTE-HISTORICO.
           IF PH-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGH, ESTADO "
                   PH-ESTADO
               CLOSE HISTORICO-VIEJO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-VIEJO-H.
           PERFORM VOLCAR-UN-VIEJO-H UNTIL FIN-FICHERO.
           CLOSE HISTORICO-VIEJO.
           CLOSE PUENTE-HISTORICO.
           SET HAY-VOLCADO TO TRUE.

      ******************************************************************
      * El trazado antiguo da 39: se prueba con el INTERMEDIO (con
      * persona, sin grupo); si tambien da 39, con el siguiente.
      ******************************************************************
       VOLCAR-HISTORICO-PERSONA.
           OPEN INPUT HISTORICO-PERSONA.
           EVALUATE VPH-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "39"
                   PERFORM VOLCAR-HISTORICO-GRUPO
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSH, ESTADO "
                       VPH-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-HISTORICO.
           IF PH-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGH, ESTADO "
                   PH-ESTADO
               CLOSE HISTORICO-PERSONA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-PERSONA-H.
           PERFORM VOLCAR-UN-PERSONA-H UNTIL FIN-FICHERO.
           CLOSE HISTORICO-PERSONA.
           CLOSE PUENTE-HISTORICO.
           SET HAY-VOLCADO TO TRUE.

       VOLCAR-UN-PERSONA-H.
           MOVE VPH-CUENTA TO NGM-CUENTA
           MOVE VPH-ANIO TO NGM-ANIO
           MOVE VPH-MES TO NGM-MES
           MOVE VPH-DIA TO NGM-DIA
           MOVE VPH-SECUENCIA TO NGM-SECUENCIA
           MOVE VPH-CATEGORIA TO NGM-CATEGORIA
           MOVE VPH-DESCRIPCION TO NGM-DESCRIPCION
           MOVE VPH-MOVIMIENTO TO NGM-MOVIMIENTO
           MOVE VPH-SALDO TO NGM-SALDO
           MOVE VPH-PERSONA TO NGM-PERSONA
           MOVE VPH-REPARTO TO NGM-REPARTO
           MOVE 0 TO NGM-GRUPO-SECUENCIA
           MOVE SPACES TO NGM-GRUPO-CONCEPTO
           MOVE SPACES TO NGM-DIVISA-CODIGO
           MOVE 0 TO NGM-DIVISA-IMPORTE
           MOVE 0 TO NGM-DIVISA-CAMBIO
           MOVE NGM-REGISTRO TO PH-REGISTRO
           WRITE PH-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-PERSONA-H.

       LEER-SIGUIENTE-PERSONA-H.
           READ HISTORICO-PERSONA NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * El trazado con persona tambien da 39: se prueba con el que ya
      * lleva el grupo pero no la divisa; si da 39 ya esta en el nuevo.
      ******************************************************************
       VOLCAR-HISTORICO-GRUPO.
           OPEN INPUT HISTORICO-GRUPO.
           EVALUATE VGH-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "39"
                   DISPLAY "GASTOSH YA ESTA EN EL TRAZADO NUEVO, "
                       "NO SE TOCA"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSH, ESTADO "
                       VGH-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-HISTORICO.
           IF PH-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGH, ESTADO "
                   PH-ESTADO
               CLOSE HISTORICO-GRUPO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-GRUPO-H.
           PERFORM VOLCAR-UN-GRUPO-H UNTIL FIN-FICHERO.
           CLOSE HISTORICO-GRUPO.
           CLOSE PUENTE-HISTORICO.
           SET HAY-VOLCADO TO TRUE.

       VOLCAR-UN-GRUPO-H.
           MOVE VGH-CUENTA TO NGM-CUENTA
           MOVE VGH-ANIO TO NGM-ANIO
           MOVE VGH-MES TO NGM-MES
           MOVE VGH-DIA TO NGM-DIA
           MOVE VGH-SECUENCIA TO NGM-SECUENCIA
           MOVE VGH-CATEGORIA TO NGM-CATEGORIA
           MOVE VGH-DESCRIPCION TO NGM-DESCRIPCION
           MOVE VGH-MOVIMIENTO TO NGM-MOVIMIENTO
           MOVE VGH-SALDO TO NGM-SALDO
           MOVE VGH-PERSONA TO NGM-PERSONA
           MOVE VGH-REPARTO TO NGM-REPARTO
           MOVE VGH-GRUPO-SECUENCIA TO NGM-GRUPO-SECUENCIA
           MOVE VGH-GRUPO-CONCEPTO TO NGM-GRUPO-CONCEPTO
           MOVE SPACES TO NGM-DIVISA-CODIGO
           MOVE 0 TO NGM-DIVISA-IMPORTE
           MOVE 0 TO NGM-DIVISA-CAMBIO
           MOVE NGM-REGISTRO TO PH-REGISTRO
           WRITE PH-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-GRUPO-H.

       LEER-SIGUIENTE-GRUPO-H.
           READ HISTORICO-GRUPO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       VOLCAR-UN-VIEJO-H.
           MOVE VH-CUENTA TO NGM-CUENTA
           MOVE VH-ANIO TO NGM-ANIO
           MOVE VH-SALDO TO NGM-SALDO
           MOVE SPACE TO NGM-PERSONA
           MOVE SPACE TO NGM-REPARTO
           MOVE 0 TO NGM-GRUPO-SECUENCIA
           MOVE SPACES TO NGM-GRUPO-CONCEPTO
           MOVE SPACES TO NGM-DIVISA-CODIGO
           MOVE 0 TO NGM-DIVISA-IMPORTE
           MOVE 0 TO NGM-DIVISA-CAMBIO
           MOVE NGM-REGISTRO TO PH-REGISTRO
           WRITE PH-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * GASTOSC: misma mecanica con el puente MIGRAGC; los meses
      * convertidos quedan abiertos (CTL-CIERRE en blanco).
      ******************************************************************
       MIGRAR-CONTROL.
           OPEN INPUT CONTROL-VIEJO.
           EVALUATE VC-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "GASTOSC NO EXISTE, NADA QUE MIGRAR"
                   EXIT PARAGRAPH
               WHEN "39"
                   DISPLAY "GASTOSC YA ESTA EN EL TRAZADO NUEVO, "
                       "NO SE TOCA"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR GASTOSC, ESTADO "
                       VC-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-CONTROL.
           IF PC-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRAGC, ESTADO "
                   PC-ESTADO
               CLOSE CONTROL-VIEJO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGISTROS-VOLCADOS
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-VIEJO-C.
           PERFORM VOLCAR-UN-VIEJO-C UNTIL FIN-FICHERO.
           CLOSE CONTROL-VIEJO.
           CLOSE PUENTE-CONTROL.
           DISPLAY "GASTOSC: " REGISTROS-VOLCADOS
               " REGISTROS VOLCADOS A MIGRAGC".

           OPEN OUTPUT GASTOS-CONTROL.
           IF CTL-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE RECONSTRUIR GASTOSC, ESTADO "
                   CTL-ESTADO ", LOS DATOS SIGUEN EN MIGRAGC"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PUENTE-CONTROL.
           MOVE 0 TO REGISTROS-CARGADOS
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-PUENTE-GC.
           PERFORM CARGAR-UN-PUENTE-GC UNTIL FIN-FICHERO.
           CLOSE PUENTE-CONTROL.
           CLOSE GASTOS-CONTROL.
           DISPLAY "GASTOSC: " REGISTROS-CARGADOS
               " REGISTROS RECARGADOS CON EL TRAZADO NUEVO".
           IF REGISTROS-CARGADOS NOT = REGISTROS-VOLCADOS
               DISPLAY "OJO: VOLCADOS Y RECARGADOS NO CUADRAN, "
                   "REVISA MIGRAGC ANTES DE SEGUIR"
           END-IF.

       VOLCAR-UN-VIEJO-C.
           MOVE VC-CUENTA TO NCTL-CUENTA
           MOVE VC-ANIO TO NCTL-ANIO
           MOVE VC-MES TO NCTL-MES
           MOVE VC-PRESUPUESTO TO NCTL-PRESUPUESTO
           MOVE VC-ULTIMO-DIA TO NCTL-ULTIMO-DIA
           MOVE VC-TOTAL-ACUMULADO TO NCTL-TOTAL-ACUMULADO
           MOVE "N" TO NCTL-CERRADO-SW
           MOVE 0 TO NCTL-FECHA-CIERRE
           MOVE SPACE TO NCTL-PERSONA-CIERRE
           MOVE NCTL-REGISTRO TO PC-REGISTRO
           WRITE PC-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-VIEJO-C.

       LEER-SIGUIENTE-VIEJO-C.
           READ CONTROL-VIEJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       CARGAR-UN-PUENTE-GC.
           MOVE PC-REGISTRO TO CTL-REGISTRO
           WRITE CTL-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL PUENTE, REGISTRO "
                       REGISTROS-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-SIGUIENTE-PUENTE-GC.

       LEER-SIGUIENTE-PUENTE-GC.
           READ PUENTE-CONTROL
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * CUENTAS: misma mecanica con el puente MIGRACU; las cuentas
      * convertidas quedan sin cuenta del banco (CU-CUENTA-BANCO en
      * blanco) hasta informarla en MANTENIMIENTO-CUENTAS.
      ******************************************************************
       MIGRAR-CUENTAS.
           OPEN INPUT CUENTAS-VIEJO.
           EVALUATE VU-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CUENTAS NO EXISTE, NADA QUE MIGRAR"
                   EXIT PARAGRAPH
               WHEN "39"
                   DISPLAY "CUENTAS YA ESTA EN EL TRAZADO NUEVO, "
                       "NO SE TOCA"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR CUENTAS, ESTADO "
                       VU-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-CUENTAS.
           IF PU-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRACU, ESTADO "
                   PU-ESTADO
               CLOSE CUENTAS-VIEJO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGISTROS-VOLCADOS
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-VIEJO-U.
           PERFORM VOLCAR-UN-VIEJO-U UNTIL FIN-FICHERO.
           CLOSE CUENTAS-VIEJO.
           CLOSE PUENTE-CUENTAS.
           DISPLAY "CUENTAS: " REGISTROS-VOLCADOS
               " REGISTROS VOLCADOS A MIGRACU".

           OPEN OUTPUT CUENTAS-MAESTRO.
           IF CU-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE RECONSTRUIR CUENTAS, ESTADO "
                   CU-ESTADO ", LOS DATOS SIGUEN EN MIGRACU"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PUENTE-CUENTAS.
           MOVE 0 TO REGISTROS-CARGADOS
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-PUENTE-CU.
           PERFORM CARGAR-UN-PUENTE-CU UNTIL FIN-FICHERO.
           CLOSE PUENTE-CUENTAS.
           CLOSE CUENTAS-MAESTRO.
           DISPLAY "CUENTAS: " REGISTROS-CARGADOS
               " REGISTROS RECARGADOS CON EL TRAZADO NUEVO".
           IF REGISTROS-CARGADOS NOT = REGISTROS-VOLCADOS
               DISPLAY "OJO: VOLCADOS Y RECARGADOS NO CUADRAN, "
                   "REVISA MIGRACU ANTES DE SEGUIR"
           END-IF.

       VOLCAR-UN-VIEJO-U.
           MOVE VU-CODIGO TO NCU-CODIGO
           MOVE VU-NOMBRE TO NCU-NOMBRE
           MOVE VU-SALDO-APERTURA TO NCU-SALDO-APERTURA
           MOVE SPACES TO NCU-CUENTA-BANCO
           MOVE NCU-REGISTRO TO PU-REGISTRO
           WRITE PU-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-VIEJO-U.

       LEER-SIGUIENTE-VIEJO-U.
           READ CUENTAS-VIEJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       CARGAR-UN-PUENTE-CU.
           MOVE PU-REGISTRO TO CU-REGISTRO
           WRITE CU-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL PUENTE, REGISTRO "
                       REGISTROS-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-SIGUIENTE-PUENTE-CU.

       LEER-SIGUIENTE-PUENTE-CU.
           READ PUENTE-CUENTAS
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * CATEGM: misma mecanica con el puente MIGRACM; las categorias
      * convertidas quedan como no fiscales (CM-FISCAL en blanco)
      * hasta marcarlas en MANTENIMIENTO-CATEGORIAS.
      ******************************************************************
       MIGRAR-CATEGORIAS.
           OPEN INPUT CATEGORIAS-VIEJO.
           EVALUATE VT-ESTADO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CATEGM NO EXISTE, NADA QUE MIGRAR"
                   EXIT PARAGRAPH
               WHEN "39"
                   DISPLAY "CATEGM YA ESTA EN EL TRAZADO NUEVO, "
                       "NO SE TOCA"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NO SE PUEDE ABRIR CATEGM, ESTADO "
                       VT-ESTADO
                   EXIT PARAGRAPH
           END-EVALUATE.
           OPEN OUTPUT PUENTE-CATEGORIAS.
           IF PT-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL PUENTE MIGRACM, ESTADO "
                   PT-ESTADO
               CLOSE CATEGORIAS-VIEJO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGISTROS-VOLCADOS
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-VIEJO-T.
           PERFORM VOLCAR-UN-VIEJO-T UNTIL FIN-FICHERO.
           CLOSE CATEGORIAS-VIEJO.
           CLOSE PUENTE-CATEGORIAS.
           DISPLAY "CATEGM: " REGISTROS-VOLCADOS
               " REGISTROS VOLCADOS A MIGRACM".

           OPEN OUTPUT CATEGORIAS-MAESTRO.
           IF CM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE RECONSTRUIR CATEGM, ESTADO "
                   CM-ESTADO ", LOS DATOS SIGUEN EN MIGRACM"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PUENTE-CATEGORIAS.
           MOVE 0 TO REGISTROS-CARGADOS
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-PUENTE-CM.
           PERFORM CARGAR-UN-PUENTE-CM UNTIL FIN-FICHERO.
           CLOSE PUENTE-CATEGORIAS.
           CLOSE CATEGORIAS-MAESTRO.
           DISPLAY "CATEGM: " REGISTROS-CARGADOS
               " REGISTROS RECARGADOS CON EL TRAZADO NUEVO".
           IF REGISTROS-CARGADOS NOT = REGISTROS-VOLCADOS
               DISPLAY "OJO: VOLCADOS Y RECARGADOS NO CUADRAN, "
                   "REVISA MIGRACM ANTES DE SEGUIR"
           END-IF.

       VOLCAR-UN-VIEJO-T.
           MOVE VT-CODIGO TO NCM-CODIGO
           MOVE VT-NOMBRE TO NCM-NOMBRE
           MOVE VT-ACTIVA TO NCM-ACTIVA
           MOVE SPACES TO NCM-FISCAL
           MOVE NCM-REGISTRO TO PT-REGISTRO
           WRITE PT-REGISTRO
           ADD 1 TO REGISTROS-VOLCADOS
           PERFORM LEER-SIGUIENTE-VIEJO-T.

       LEER-SIGUIENTE-VIEJO-T.
           READ CATEGORIAS-VIEJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       CARGAR-UN-PUENTE-CM.
           MOVE PT-REGISTRO TO CM-REGISTRO
           WRITE CM-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL PUENTE, REGISTRO "
                       REGISTROS-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-SIGUIENTE-PUENTE-CM.

       LEER-SIGUIENTE-PUENTE-CM.
           READ PUENTE-CATEGORIAS
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
       END PROGRAM MIGRA-MOVIMIENTOS.
