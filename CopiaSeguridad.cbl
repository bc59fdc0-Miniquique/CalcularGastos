      * Author:David Guerrero Ortgea
      * Date:03/09/2026
      * Purpose: Copia de seguridad de los ficheros indexados del
      *          sistema (GASTOSM, GASTOSC, GASTOSH, CATEGM, CUENTAS,
      *          PRESUM, PRESTAM, DIVISAS y ACEPTADAS): descarga cada
      *          uno a una copia secuencial plana con un registro de
      *          cola que lleva el numero de registros y una suma de
      *          control de los importes. Las copias llevan un digito de
      *          generacion en el nombre (COPIAGM1..COPIAGM9, etc.); se
      *          elige el ciclo a mano o, con 0, el dia de la semana,
      *          con lo que se conservan las ultimas generaciones. La
      *          vuelta atras se hace con RESTAURA-COPIA, que comprueba
      *          la cola antes de dar la restauracion por buena. Pensado
      *          para ejecutarse como ultimo paso de cada sesion de
      *          entrada: un indexado corrompido no tiene arreglo con
      *          VERIFICA-SALDOS, una copia si.
      * Tectonics: cobc
      * Modification History:
      *   03/09/2026 - Primera version.
      *   15/10/2026 - Puede lanzarse desde la cadena nocturna
      *                CADENA-NOCTURNA: con LOTE-ACTIVO la generacion
      *                sale del area LOTEREG y el paso se da por
      *                fallido si no se pudo copiar GASTOSM o no se
      *                pudo crear alguna de las copias.
      *   15/10/2026 - Copia tambien el maestro de prestamos PRESTAM
      *                (COPIAPS), suma sobre el capital pendiente.
      *   15/10/2026 - Copia tambien el maestro de divisas DIVISAS
      *                (COPIADV), suma sobre los cambios.
      *   15/10/2026 - Copia tambien las anomalias aceptadas ACEPTADAS
      *                (COPIAAC), suma sobre los importes.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PR-CLAVE
               FILE STATUS IS PR-ESTADO.

           SELECT PRESTAMOS-MAESTRO ASSIGN TO "PRESTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE
               FILE STATUS IS PS-ESTADO.

           SELECT DIVISAS-MAESTRO ASSIGN TO "DIVISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS DV-ESTADO.

           SELECT ACEPTADAS ASSIGN TO "ACEPTADAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS AC-ESTADO.

           SELECT COPIA-GM ASSIGN TO NOMBRE-COPIA-GM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPGM-ESTADO.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPPR-ESTADO.

           SELECT COPIA-PS ASSIGN TO NOMBRE-COPIA-PS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPPS-ESTADO.

           SELECT COPIA-DV ASSIGN TO NOMBRE-COPIA-DV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPDV-ESTADO.

           SELECT COPIA-AC ASSIGN TO NOMBRE-COPIA-AC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPAC-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-MAESTRO.
       FD  PRESUPUESTOS-MAESTRO.
           COPY "PRESREG.CPY".

       FD  PRESTAMOS-MAESTRO.
           COPY "PRESTREG.CPY".

       FD  DIVISAS-MAESTRO.
           COPY "DIVISREG.CPY".

       FD  ACEPTADAS.
           COPY "ACEPTREG.CPY".

       FD  COPIA-GM.
       01  CPGM-REGISTRO PIC X(100).

       FD  COPIA-PR.
       01  CPPR-REGISTRO PIC X(100).

       FD  COPIA-PS.
       01  CPPS-REGISTRO PIC X(100).

       FD  COPIA-DV.
       01  CPDV-REGISTRO PIC X(100).

       FD  COPIA-AC.
       01  CPAC-REGISTRO PIC X(100).

       WORKING-STORAGE SECTION.
       77 GM-ESTADO PIC XX VALUE "00".
       77 CTL-ESTADO PIC XX VALUE "00".
       77 CM-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 PR-ESTADO PIC XX VALUE "00".
       77 PS-ESTADO PIC XX VALUE "00".
       77 DV-ESTADO PIC XX VALUE "00".
       77 AC-ESTADO PIC XX VALUE "00".
       77 CPGM-ESTADO PIC XX VALUE "00".
       77 CPGC-ESTADO PIC XX VALUE "00".
       77 CPGH-ESTADO PIC XX VALUE "00".
       77 CPCM-ESTADO PIC XX VALUE "00".
       77 CPCU-ESTADO PIC XX VALUE "00".
       77 CPPR-ESTADO PIC XX VALUE "00".
       77 CPPS-ESTADO PIC XX VALUE "00".
       77 CPDV-ESTADO PIC XX VALUE "00".
       77 CPAC-ESTADO PIC XX VALUE "00".
       77 GENERACION PIC 9 VALUE 0.
       77 DIA-SEMANA PIC 9 VALUE 0.
       77 REGISTROS-COPIADOS PIC 9(6) VALUE 0.
       77 HASH-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       77 FICHEROS-COPIADOS PIC 9 VALUE 0.
       77 COPIAS-FALLIDAS PIC 9 VALUE 0.
       77 GASTOSM-COPIADO-SW PIC X VALUE "N".
           88 GASTOSM-COPIADO VALUE "S".
       77 FIN-FICHERO-SW PIC X VALUE "N".
           88 FIN-FICHERO VALUE "S".

           05  FILLER PIC X(7) VALUE "COPIAPR".
           05  NCP-PR-GEN PIC 9.

       01  NOMBRE-COPIA-PS.
           05  FILLER PIC X(7) VALUE "COPIAPS".
           05  NCP-PS-GEN PIC 9.

       01  NOMBRE-COPIA-DV.
           05  FILLER PIC X(7) VALUE "COPIADV".
           05  NCP-DV-GEN PIC 9.

       01  NOMBRE-COPIA-AC.
           05  FILLER PIC X(7) VALUE "COPIAAC".
           05  NCP-AC-GEN PIC 9.

      ******************************************************************
      * Registro de cola de cada copia: marca fija, numero de
      * registros y suma de control de los importes del fichero, en
           05  CP-TR-HASH PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  FILLER PIC X(74) VALUE SPACES.

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-COPIA.
           DISPLAY "COPIA DE SEGURIDAD DE LOS FICHEROS INDEXADOS"
           IF LOTE-ACTIVO
               MOVE LOTE-GENERACION TO GENERACION
           ELSE
               DISPLAY "GENERACION A GRABAR (1-9, 0 = DIA DE LA "
                   "SEMANA)"
               ACCEPT GENERACION
           END-IF.
           IF GENERACION = 0
               ACCEPT DIA-SEMANA FROM DAY-OF-WEEK
               MOVE DIA-SEMANA TO GENERACION
           MOVE GENERACION TO NCP-GH-GEN
           MOVE GENERACION TO NCP-CM-GEN
           MOVE GENERACION TO NCP-CU-GEN
           MOVE GENERACION TO NCP-PR-GEN
           MOVE GENERACION TO NCP-PS-GEN
           MOVE GENERACION TO NCP-DV-GEN
           MOVE GENERACION TO NCP-AC-GEN.

           PERFORM COPIAR-GASTOSM.
           PERFORM COPIAR-GASTOSC.
           PERFORM COPIAR-CATEGM.
           PERFORM COPIAR-CUENTAS.
           PERFORM COPIAR-PRESUM.
           PERFORM COPIAR-PRESTAM.
           PERFORM COPIAR-DIVISAS.
           PERFORM COPIAR-ACEPTADAS.

           DISPLAY "========================================"
           DISPLAY "COPIA DE LA GENERACION " GENERACION
               " TERMINADA, FICHEROS COPIADOS: " FICHEROS-COPIADOS
           DISPLAY "========================================".
           IF LOTE-ACTIVO
               MOVE FICHEROS-COPIADOS TO LOTE-GRABADOS
               MOVE COPIAS-FALLIDAS TO LOTE-INCIDENCIAS
               IF NOT GASTOSM-COPIADO
                   MOVE 1 TO LOTE-RESULTADO
                   MOVE "GASTOSM NO SE HA COPIADO" TO LOTE-MENSAJE
               ELSE
                   IF COPIAS-FALLIDAS > 0
                       MOVE 1 TO LOTE-RESULTADO
                       MOVE "NO SE HAN PODIDO CREAR TODAS LAS COPIAS"
                           TO LOTE-MENSAJE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
           IF CPGM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-GM
                   " (ESTADO " CPGM-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE GASTOS-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           CLOSE COPIA-GM.
           CLOSE GASTOS-MAESTRO.
           ADD 1 TO FICHEROS-COPIADOS
           SET GASTOSM-COPIADO TO TRUE
           DISPLAY "GASTOSM: " REGISTROS-COPIADOS " REGISTROS, SUMA "
               HASH-TOTAL ", COPIADO EN " NOMBRE-COPIA-GM.

           IF CPGC-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-GC
                   " (ESTADO " CPGC-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE GASTOS-CONTROL
               EXIT PARAGRAPH
           END-IF.
           IF CPGH-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-GH
                   " (ESTADO " CPGH-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE GASTOS-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           IF CPCM-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-CM
                   " (ESTADO " CPCM-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE CATEGORIAS-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           IF CPCU-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-CU
                   " (ESTADO " CPCU-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE CUENTAS-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           IF CPPR-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-PR
                   " (ESTADO " CPPR-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE PRESUPUESTOS-MAESTRO
               EXIT PARAGRAPH
           END-IF.
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * PRESTAM -> COPIAPSg, suma sobre PS-PENDIENTE
      ******************************************************************
       COPIAR-PRESTAM.
           OPEN INPUT PRESTAMOS-MAESTRO.
           IF PS-ESTADO NOT = "00"
               DISPLAY "PRESTAM NO SE PUEDE ABRIR (ESTADO " PS-ESTADO
                   "), NO SE COPIA"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPIA-PS.
           IF CPPS-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-PS
                   " (ESTADO " CPPS-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE PRESTAMOS-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGISTROS-COPIADOS
           MOVE 0 TO HASH-TOTAL
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-PRESTAM.
           PERFORM COPIAR-UN-PRESTAM UNTIL FIN-FICHERO.
           MOVE REGISTROS-COPIADOS TO CP-TR-REGISTROS
           MOVE HASH-TOTAL TO CP-TR-HASH
           MOVE CP-TRAILER TO CPPS-REGISTRO
           WRITE CPPS-REGISTRO.
           CLOSE COPIA-PS.
           CLOSE PRESTAMOS-MAESTRO.
           ADD 1 TO FICHEROS-COPIADOS
           DISPLAY "PRESTAM: " REGISTROS-COPIADOS " REGISTROS, SUMA "
               HASH-TOTAL ", COPIADO EN " NOMBRE-COPIA-PS.

       COPIAR-UN-PRESTAM.
           MOVE PS-REGISTRO TO CPPS-REGISTRO
           WRITE CPPS-REGISTRO
           ADD 1 TO REGISTROS-COPIADOS
           ADD PS-PENDIENTE TO HASH-TOTAL
           PERFORM LEER-SIGUIENTE-PRESTAM.

       LEER-SIGUIENTE-PRESTAM.
           READ PRESTAMOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * DIVISAS -> COPIADVg, suma sobre DV-CAMBIO
      ******************************************************************
       COPIAR-DIVISAS.
           OPEN INPUT DIVISAS-MAESTRO.
           IF DV-ESTADO NOT = "00"
               DISPLAY "DIVISAS NO SE PUEDE ABRIR (ESTADO " DV-ESTADO
                   "), NO SE COPIA"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPIA-DV.
           IF CPDV-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-DV
                   " (ESTADO " CPDV-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE DIVISAS-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGISTROS-COPIADOS
           MOVE 0 TO HASH-TOTAL
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-DIVISA.
           PERFORM COPIAR-UNA-DIVISA UNTIL FIN-FICHERO.
           MOVE REGISTROS-COPIADOS TO CP-TR-REGISTROS
           MOVE HASH-TOTAL TO CP-TR-HASH
           MOVE CP-TRAILER TO CPDV-REGISTRO
           WRITE CPDV-REGISTRO.
           CLOSE COPIA-DV.
           CLOSE DIVISAS-MAESTRO.
           ADD 1 TO FICHEROS-COPIADOS
           DISPLAY "DIVISAS: " REGISTROS-COPIADOS " REGISTROS, SUMA "
               HASH-TOTAL ", COPIADO EN " NOMBRE-COPIA-DV.

       COPIAR-UNA-DIVISA.
           MOVE DV-REGISTRO TO CPDV-REGISTRO
           WRITE CPDV-REGISTRO
           ADD 1 TO REGISTROS-COPIADOS
           ADD DV-CAMBIO TO HASH-TOTAL
           PERFORM LEER-SIGUIENTE-DIVISA.

       LEER-SIGUIENTE-DIVISA.
           READ DIVISAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * ACEPTADAS -> COPIAACg, suma sobre AC-IMPORTE
      ******************************************************************
       COPIAR-ACEPTADAS.
           OPEN INPUT ACEPTADAS.
           IF AC-ESTADO NOT = "00"
               DISPLAY "ACEPTADAS NO SE PUEDE ABRIR (ESTADO " AC-ESTADO
                   "), NO SE COPIA"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPIA-AC.
           IF CPAC-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR " NOMBRE-COPIA-AC
                   " (ESTADO " CPAC-ESTADO ")"
               ADD 1 TO COPIAS-FALLIDAS
               CLOSE ACEPTADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REGISTROS-COPIADOS
           MOVE 0 TO HASH-TOTAL
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-ACEPTADA.
           PERFORM COPIAR-UNA-ACEPTADA UNTIL FIN-FICHERO.
           MOVE REGISTROS-COPIADOS TO CP-TR-REGISTROS
           MOVE HASH-TOTAL TO CP-TR-HASH
           MOVE CP-TRAILER TO CPAC-REGISTRO
           WRITE CPAC-REGISTRO.
           CLOSE COPIA-AC.
           CLOSE ACEPTADAS.
           ADD 1 TO FICHEROS-COPIADOS
           DISPLAY "ACEPTADAS: " REGISTROS-COPIADOS " REGISTROS, SUMA "
               HASH-TOTAL ", COPIADO EN " NOMBRE-COPIA-AC.

       COPIAR-UNA-ACEPTADA.
           MOVE AC-REGISTRO TO CPAC-REGISTRO
           WRITE CPAC-REGISTRO
           ADD 1 TO REGISTROS-COPIADOS
           ADD AC-IMPORTE TO HASH-TOTAL
           PERFORM LEER-SIGUIENTE-ACEPTADA.

       LEER-SIGUIENTE-ACEPTADA.
           READ ACEPTADAS NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.
       END PROGRAM COPIA-SEGURIDAD.
