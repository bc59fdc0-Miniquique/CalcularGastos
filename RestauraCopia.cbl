      * Author:David Guerrero Ortgea
      * Date:03/09/2026
      * Purpose: Restauracion de un fichero indexado del sistema
      *          (GASTOSM, GASTOSC, GASTOSH, CATEGM, CUENTAS, PRESUM,
      *          PRESTAM, DIVISAS o ACEPTADAS) desde una generacion de
      *          la copia secuencial que graba COPIA-SEGURIDAD. Antes de
      *          tocar el indexado se hace una pasada de verificacion
      *          sobre la copia: se cuentan los registros y se recalcula
      *          la suma de control de los importes y se comparan con el
      *          registro de cola; solo si cuadran (y tras confirmar,
      *          porque el contenido actual del indexado se pierde) se
      *          reconstruye el fichero cargando la copia.
      * Tectonics: cobc
      * Modification History:
      *   03/09/2026 - Primera version.
      *                ninguna sesion que este actualizando; lo
      *                suelta al terminar y ofrece liberar bloqueos
      *                huerfanos de un cuelgue.
      *   15/10/2026 - Opcion 7: restauracion del maestro de prestamos
      *                PRESTAM.
      *   15/10/2026 - Opcion 8: restauracion del maestro de divisas
      *                DIVISAS.
      *   15/10/2026 - Opcion 9: restauracion de las anomalias aceptadas
      *                ACEPTADAS.
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

           SELECT COPIA-ELEGIDA ASSIGN TO NOMBRE-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CP-ESTADO.
       FD  PRESUPUESTOS-MAESTRO.
           COPY "PRESREG.CPY".

       FD  PRESTAMOS-MAESTRO.
           COPY "PRESTREG.CPY".

       FD  DIVISAS-MAESTRO.
           COPY "DIVISREG.CPY".

       FD  ACEPTADAS.
           COPY "ACEPTREG.CPY".

       FD  COPIA-ELEGIDA.
       01  CP-REGISTRO PIC X(100).

       77 CM-ESTADO PIC XX VALUE "00".
       77 CU-ESTADO PIC XX VALUE "00".
       77 PR-ESTADO PIC XX VALUE "00".
       77 PS-ESTADO PIC XX VALUE "00".
       77 DV-ESTADO PIC XX VALUE "00".
       77 AC-ESTADO PIC XX VALUE "00".
       77 CP-ESTADO PIC XX VALUE "00".
       77 ELECCION PIC 9 VALUE 0.
       77 GENERACION PIC 9 VALUE 0.

           COPY "PRESREG.CPY" REPLACING LEADING ==PR== BY ==WPR==.

           COPY "PRESTREG.CPY" REPLACING LEADING ==PS== BY ==WPS==.

           COPY "DIVISREG.CPY" REPLACING LEADING ==DV== BY ==WDV==.
           COPY "ACEPTREG.CPY" REPLACING LEADING ==AC== BY ==WAC==.

       PROCEDURE DIVISION.
       INICIO-RESTAURACION.
           DISPLAY "RESTAURACION DESDE COPIA DE SEGURIDAD"
           DISPLAY "4 - CATEGM (CATEGORIAS)"
           DISPLAY "5 - CUENTAS (CUENTAS)"
           DISPLAY "6 - PRESUM (PRESUPUESTOS)"
           DISPLAY "7 - PRESTAM (PRESTAMOS)"
           DISPLAY "8 - DIVISAS (DIVISAS Y CAMBIOS)"
           DISPLAY "9 - ACEPTADAS (ANOMALIAS DADAS POR BUENAS)"
           ACCEPT ELECCION.
           IF ELECCION < 1 OR ELECCION > 9
               DISPLAY "OPCION NO VALIDA"
               GOBACK
           END-IF.
               WHEN 6
                   MOVE "COPIAPR" TO NCP-FICHERO
                   PERFORM RESTAURAR-PRESUM
               WHEN 7
                   MOVE "COPIAPS" TO NCP-FICHERO
                   PERFORM RESTAURAR-PRESTAM
               WHEN 8
                   MOVE "COPIADV" TO NCP-FICHERO
                   PERFORM RESTAURAR-DIVISAS
               WHEN 9
                   MOVE "COPIAAC" TO NCP-FICHERO
                   PERFORM RESTAURAR-ACEPTADAS
           END-EVALUATE.
           PERFORM LIBERAR-BLOQUEO.
           GOBACK.
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-LINEA-COPIA.

      ******************************************************************
      * PRESTAM desde COPIAPSg
      ******************************************************************
       RESTAURAR-PRESTAM.
           PERFORM ABRIR-COPIA-VERIFICACION.
           IF CP-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-LINEA-COPIA.
           PERFORM SUMAR-UN-PRESTAM UNTIL FIN-COPIA.
           CLOSE COPIA-ELEGIDA.
           PERFORM COMPROBAR-RESULTADO-VERIFICACION.
           IF COPIA-VALIDA
               PERFORM CONFIRMAR-RESTAURACION
           END-IF.
           IF NOT COPIA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRESTAMOS-MAESTRO.
           IF PS-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE RECONSTRUIR PRESTAM, ESTADO "
                   PS-ESTADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-COPIA-CARGA.
           PERFORM LEER-LINEA-COPIA.
           PERFORM CARGAR-UN-PRESTAM UNTIL FIN-COPIA.
           CLOSE COPIA-ELEGIDA.
           CLOSE PRESTAMOS-MAESTRO.
           DISPLAY "PRESTAM RECONSTRUIDO DESDE " NOMBRE-COPIA ": "
               REGISTROS-CARGADOS " REGISTROS".

       SUMAR-UN-PRESTAM.
           MOVE CP-REGISTRO TO WPS-REGISTRO
           ADD 1 TO REGISTROS-LEIDOS
           ADD WPS-PENDIENTE TO HASH-TOTAL
           PERFORM LEER-LINEA-COPIA.

       CARGAR-UN-PRESTAM.
           MOVE CP-REGISTRO TO PS-REGISTRO
           WRITE PS-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA O FUERA DE ORDEN EN LA "
                       "COPIA, REGISTRO " REGISTROS-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-LINEA-COPIA.

      ******************************************************************
      * DIVISAS desde COPIADVg
      ******************************************************************
       RESTAURAR-DIVISAS.
           PERFORM ABRIR-COPIA-VERIFICACION.
           IF CP-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-LINEA-COPIA.
           PERFORM SUMAR-UNA-DIVISA UNTIL FIN-COPIA.
           CLOSE COPIA-ELEGIDA.
           PERFORM COMPROBAR-RESULTADO-VERIFICACION.
           IF COPIA-VALIDA
               PERFORM CONFIRMAR-RESTAURACION
           END-IF.
           IF NOT COPIA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DIVISAS-MAESTRO.
           IF DV-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE RECONSTRUIR DIVISAS, ESTADO "
                   DV-ESTADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-COPIA-CARGA.
           PERFORM LEER-LINEA-COPIA.
           PERFORM CARGAR-UNA-DIVISA UNTIL FIN-COPIA.
           CLOSE COPIA-ELEGIDA.
           CLOSE DIVISAS-MAESTRO.
           DISPLAY "DIVISAS RECONSTRUIDO DESDE " NOMBRE-COPIA ": "
               REGISTROS-CARGADOS " REGISTROS".

       SUMAR-UNA-DIVISA.
           MOVE CP-REGISTRO TO WDV-REGISTRO
           ADD 1 TO REGISTROS-LEIDOS
           ADD WDV-CAMBIO TO HASH-TOTAL
           PERFORM LEER-LINEA-COPIA.

       CARGAR-UNA-DIVISA.
           MOVE CP-REGISTRO TO DV-REGISTRO
           WRITE DV-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA O FUERA DE ORDEN EN LA "
                       "COPIA, REGISTRO " REGISTROS-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-LINEA-COPIA.

      ******************************************************************
      * ACEPTADAS desde COPIAACg
      ******************************************************************
       RESTAURAR-ACEPTADAS.
           PERFORM ABRIR-COPIA-VERIFICACION.
           IF CP-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-LINEA-COPIA.
           PERFORM SUMAR-UNA-ACEPTADA UNTIL FIN-COPIA.
           CLOSE COPIA-ELEGIDA.
           PERFORM COMPROBAR-RESULTADO-VERIFICACION.
           IF COPIA-VALIDA
               PERFORM CONFIRMAR-RESTAURACION
           END-IF.
           IF NOT COPIA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ACEPTADAS.
           IF AC-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE RECONSTRUIR ACEPTADAS, ESTADO "
                   AC-ESTADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-COPIA-CARGA.
           PERFORM LEER-LINEA-COPIA.
           PERFORM CARGAR-UNA-ACEPTADA UNTIL FIN-COPIA.
           CLOSE COPIA-ELEGIDA.
           CLOSE ACEPTADAS.
           DISPLAY "ACEPTADAS RECONSTRUIDO DESDE " NOMBRE-COPIA ": "
               REGISTROS-CARGADOS " REGISTROS".

       SUMAR-UNA-ACEPTADA.
           MOVE CP-REGISTRO TO WAC-REGISTRO
           ADD 1 TO REGISTROS-LEIDOS
           ADD WAC-IMPORTE TO HASH-TOTAL
           PERFORM LEER-LINEA-COPIA.

       CARGAR-UNA-ACEPTADA.
           MOVE CP-REGISTRO TO AC-REGISTRO
           WRITE AC-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA O FUERA DE ORDEN EN LA "
                       "COPIA, REGISTRO " REGISTROS-CARGADOS
               NOT INVALID KEY
                   ADD 1 TO REGISTROS-CARGADOS
           END-WRITE.
           PERFORM LEER-LINEA-COPIA.
       END PROGRAM RESTAURA-COPIA.
